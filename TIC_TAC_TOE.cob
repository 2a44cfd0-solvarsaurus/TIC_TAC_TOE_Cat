               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RECON-REPORT-STATUS.

           SELECT CERT-REPORT-FILE ASSIGN TO "CERTRPT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CERT-REPORT-STATUS.

           SELECT FAIRPLAY-FILE ASSIGN TO "FAIRPLAY.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FAIRPLAY-STATUS.

           SELECT FAIRPLAY-REPORT-FILE ASSIGN TO "FAIRRPT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FAIRPLAY-REPORT-STATUS.

           SELECT PLAYER-FILE ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PF-PLAYER-NAME
               FILE STATUS IS PLAYER-FILE-STATUS.

           SELECT REVIEW-FILE ASSIGN TO "REVIEW.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPENING-BOOK-STATUS.

           SELECT CAT-LEDGER-FILE ASSIGN TO "CATLEDGER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CL-LEDGER-KEY
               FILE STATUS IS CAT-LEDGER-STATUS.

           SELECT PLAYER-ADJ-FILE ASSIGN TO "PLAYADJ.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PLAYER-ADJ-STATUS.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MATCH-LOG-NEW-STATUS.

           SELECT RENUMBER-WORK-FILE ASSIGN TO "RENUMWRK.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS RW-WORK-KEY
               FILE STATUS IS RENUMBER-WORK-STATUS.

           SELECT MATCH-XREF-FILE ASSIGN TO "MATCHXREF.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MATCH-XREF-STATUS.

           SELECT REBUILD-WORK-FILE ASSIGN TO "PLAYRBWK.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS RB-WORK-KEY
               FILE STATUS IS REBUILD-WORK-STATUS.

           SELECT PLAYER-CAND-FILE ASSIGN TO "PLAYCAND.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PC-PLAYER-NAME
               FILE STATUS IS PLAYER-CAND-STATUS.

           SELECT PLAYER-BAK-FILE ASSIGN TO "PLAYERS.BAK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PLAYER-BAK-STATUS.

           SELECT PLAYER-VAR-FILE ASSIGN TO "PLAYVAR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PLAYER-VAR-STATUS.

           SELECT PLAYER-SEQ-FILE ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PLAYER-SEQ-STATUS.

           SELECT PLAYER-OLD-FILE ASSIGN TO "PLAYERS.SEQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PLAYER-OLD-STATUS.

           SELECT PLAYER-CONV-FILE ASSIGN TO "PLAYCONV.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PLAYER-CONV-STATUS.

           SELECT STANDINGS-WORK-FILE ASSIGN TO "STANDWRK.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SW-WORK-KEY
               FILE STATUS IS STANDINGS-WORK-STATUS.

           SELECT FAIRPLAY-WORK-FILE ASSIGN TO "FAIRWRK.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS FW-PLAYER-NAME
               FILE STATUS IS FAIRPLAY-WORK-STATUS.

           SELECT SEASON-ROSTER-FILE ASSIGN TO "ROSTER.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SEASON-ROSTER-STATUS.

           SELECT FIXTURE-FILE ASSIGN TO "FIXTURES.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS FX-FIXTURE-KEY
               FILE STATUS IS FIXTURE-FILE-STATUS.

           SELECT SEASON-HIST-FILE ASSIGN TO "SEASONHS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SEASON-HIST-STATUS.

           SELECT PRINT-FILE ASSIGN TO DYNAMIC PT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           SELECT ERASE-IN-FILE ASSIGN TO DYNAMIC ER-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ERASE-IN-STATUS.

           SELECT ERASE-WORK-FILE ASSIGN TO "ERASEWRK.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ERASE-WORK-STATUS.

           SELECT ERASE-CERT-FILE ASSIGN TO "ERASECERT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ERASE-CERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCORE-FILE.
           *> F = WON ON TIME FORFEIT, N = PLAYED OUT. SPACE ON
           *> RECORDS FROM BEFORE THE MOVE CLOCK (READS AS N).
           05  ML-RESULT-TYPE     PIC X(1).
           *> THE CAT'S LEVEL (E/M/H) IN A HUMAN-VS-CAT MATCH.
           *> SPACE FOR EVERY OTHER MODE, AND ON RECORDS WRITTEN
           *> BEFORE SIGNED-IN PLAY EXISTED.
           05  ML-AI-DIFFICULTY   PIC X(1).
           *> RULE SET THE MATCH WAS PLAYED UNDER - S STANDARD,
           *> M MISERE, R RESTRICTED OPENING. SPACE ON RECORDS
           *> FROM BEFORE THE VARIANTS EXISTED (READS AS S).
           05  ML-RULE-SET        PIC X(1).
           *> WIN LENGTH THE MATCH WAS PLAYED TO. SPACE ON RECORDS
           *> FROM BEFORE IT WAS RECORDED - READERS CLASS-TEST IT.
           05  ML-WIN-LENGTH      PIC 9(1).

       *> KEYED SIDE INDEXES OVER THE TWO SEQUENTIAL AUDIT LOGS.
       *> THE LOGS STAY THE APPEND-ONLY SYSTEM OF RECORD (THE
       *> ARCHIVE/PURGE AND THE SEQUENTIAL SCANS DEPEND ON THAT);
       *> THE INDEXES ARE DERIVED COPIES KEYED BY MATCH NUMBER SO
       *> THE PER-MATCH READERS FETCH ONE MATCH INSTEAD OF
       *> SCANNING THE WHOLE LOG. MATCH NUMBERS IN OLDER HISTORY
       *> ARE NOT UNIQUE (ONLY MODE 1 PERSISTED THE COUNTER BEFORE
       *> MATCHCTL.DAT), SO EACH KEY CARRIES A TIE-BREAK SUFFIX:
       *> THE NTH GAME LOGGED UNDER THE NUMBER FOR MATCHIDX, THE
       *> NTH LOG ENTRY OF THE MATCH FOR GAMEIDX. A MISSING INDEX
       *> IS REBUILT FROM THE LIVE LOG ON FIRST USE (SEE
       *> ENSURE-GAME-INDEX).
       FD  GAME-IDX-FILE.
       01  GAME-IDX-RECORD.
           05  GX-IDX-KEY.
           05  MX-LOG-TIME        PIC 9(6).
           05  MX-BOARD-SIZE      PIC 9(1).
           05  MX-RESULT-TYPE     PIC X(1).
           05  MX-AI-DIFFICULTY   PIC X(1).
           05  MX-RULE-SET        PIC X(1).
           05  MX-WIN-LENGTH      PIC 9(1).

       FD  SAVE-GAME-FILE.
       01  SAVE-GAME-FILE-REC     PIC X(86).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-FILE-REC    PIC X(61).
       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-REC       PIC X(100).

       FD  CERT-REPORT-FILE.
       01  CERT-REPORT-REC        PIC X(120).

       *> FAIR-PLAY EXCEPTIONS, REWRITTEN BY EVERY SCREENING RUN.
       *> ONE 'P' RECORD PER FLAGGED PLAYER, FOLLOWED BY ONE 'M'
       *> RECORD PER SUPPORTING MATCH TO PULL UP IN THE REPLAY
       *> VIEWER. RATES AND SPREADS ARE PERCENTAGES.
       FD  FAIRPLAY-FILE.
       01  FAIRPLAY-PLAYER-REC.
           05  FE-REC-TYPE        PIC X(1).
           05  FE-PLAYER-NAME     PIC X(12).
           05  FE-GAMES           PIC 9(5).
           05  FE-DECISIVE        PIC 9(6).
           05  FE-MATCHED         PIC 9(6).
           05  FE-MATCH-RATE      PIC 9(3)V9(2).
           05  FE-PEER-LIMIT      PIC 9(3)V9(2).
           05  FE-AVG-SECS        PIC 9(4)V9(2).
           05  FE-TIME-SPREAD     PIC 9(3)V9(2).
           05  FE-CITED-MATCHES   PIC 9(4).
           05  FE-RUN-DATE        PIC 9(8).
       01  FAIRPLAY-MATCH-REC.
           05  FE-M-REC-TYPE      PIC X(1).
           05  FE-M-PLAYER-NAME   PIC X(12).
           05  FE-M-MATCH-NUMBER  PIC 9(6).
           05  FE-M-DECISIVE      PIC 9(3).
           05  FE-M-MATCHED       PIC 9(3).
           05  FE-M-LOG-DATE      PIC 9(8).

       FD  FAIRPLAY-REPORT-FILE.
       01  FAIRPLAY-REPORT-REC    PIC X(100).

       FD  REVIEW-FILE.
       01  REVIEW-RECORD          PIC X(80).

           *> Y = SEAT-SWAPPED PAIRED ROUNDS. BLANK (A CONTROL
           *> FILE FROM BEFORE THE OPTION EXISTED) READS AS N.
           05  RN-PAIRED-OPT      PIC X(1).
           *> S STANDARD, M MISERE, R RESTRICTED OPENING. BLANK
           *> READS AS S.
           05  RN-RULE-SET        PIC X(1).

       *> OVERNIGHT JOB STREAM - ONE STEP PER RECORD, EXECUTED IN
       *> ORDER IN A SINGLE LAUNCH. THE FIRST NINE COLUMNS MIRROR
       *> TOURNAMENT CONTROL FILE; THE TAIL CARRIES WHAT THE
       *> HOUSEKEEPING STEPS NEED (THE ARCHIVE CUTOFF AND THE
       *> EXTRACT SCOPE). STEP MODES: 5 TOURNAMENT, 6 EXHIBITION,
       *> 8 STATISTICS, 10 RECONCILE, 11 LEAGUE STANDINGS,
       *> 12 ARCHIVE/PURGE, 13 DAILY ACTIVITY, 14 OPENING
       *> ANALYSIS, 15 EXTRACT, 17 MOVE TIMING, 21 HARD
       *> CERTIFICATION (WIN LENGTH COLUMN = THE 4X4/5X5 SAMPLE'S
       *> WIN LENGTH; SAMPLE PLIES COLUMN BLANK = STANDARD DEPTH),
       *> 22 FAIR-PLAY SCREENING (MATCH TARGET COLUMN = MINIMUM
       *> GAMES PER PLAYER, 0 = STANDARD), 23 PLAYER MASTER VERIFY
       *> (NEVER REPLACES PLAYERS.DAT; ANY VARIANCE FAILS THE
       *> STEP). THE REPORT STEPS (8 11 13 14 17) ALWAYS WRITE
       *> THEIR PRINT FILE, AND FAIL IF IT CANNOT BE WRITTEN. THE
       *> LAST THREE COLUMNS BOUND THE STATISTICS STEP: A START
       *> DATE (BLANK END = THE RUN DATE), OR INSTEAD A 3-DIGIT
       *> DAY COUNT N FOR THE N DAYS ENDING YESTERDAY; ALL BLANK
       *> REPORTS EVERY DATE ON FILE. THE RULE SET COLUMN (S
       *> STANDARD, M MISERE, R RESTRICTED OPENING, BLANK = S) IS
       *> THE RULE SET A TOURNAMENT OR EXHIBITION STEP PLAYS AND
       *> THE ONE A STATISTICS STEP REPORTS ON.
       FD  JOB-STREAM-FILE.
       01  JOB-STREAM-RECORD.
           05  JS-GAME-MODE       PIC 9(2).
           05  JS-PAIRED-OPT      PIC X(1).
           05  JS-CUTOFF-MATCH    PIC 9(6).
           05  JS-EXTRACT-SCOPE   PIC X(1).
           05  JS-SAMPLE-PLIES    PIC X(1).
           05  JS-RANGE-START     PIC X(8).
           05  JS-RANGE-END       PIC X(8).
           05  JS-RANGE-DAYS      PIC X(3).
           05  JS-RULE-SET        PIC X(1).

       FD  RUN-STATUS-FILE.
       01  RUN-STATUS-RECORD      PIC X(80).
       *> MATCH, R = FIRST REPLY) THAT WAS EVER PLAYED, CARRYING
       *> THE WIN/DRAW/LOSS SPLIT FROM THE MOVER'S SIDE. THE AI
       *> CAN CONSULT IT FOR ITS FIRST MOVES (SEE
       *> TRY-OPENING-BOOK-MOVE). EACH RULE SET KEEPS ITS OWN
       *> ENTRIES - A GOOD MISERE OPENING IS A POOR STANDARD ONE.
       *> A BLANK RULE SET (A BOOK WRITTEN BEFORE THE VARIANTS)
       *> READS AS STANDARD.
       FD  OPENING-BOOK-FILE.
       01  OPENING-BOOK-RECORD.
           05  OB-BOARD-SIZE      PIC 9(1).
           05  OB-WINS            PIC 9(6).
           05  OB-DRAWS           PIC 9(6).
           05  OB-LOSSES          PIC 9(6).
           05  OB-RULE-SET        PIC X(1).

       *> RECORD AGAINST THE CAT, ONE ENTRY PER SIGNED-IN PLAYER
       *> PER LEVEL THE CAT WAS SET TO, COUNTED FROM THE PLAYER'S
       *> SIDE. THE SAME RESULTS ALSO LAND IN THE PLAYER'S
       *> PLAYERS.DAT TOTALS; THIS FILE SAYS AT WHICH LEVEL. KEPT
       *> KEYED SO IT NEEDS NO IN-MEMORY TABLE AND HAS NO CAP.
       FD  CAT-LEDGER-FILE.
       01  CAT-LEDGER-RECORD.
           05  CL-LEDGER-KEY.
               10  CL-PLAYER-NAME PIC X(12).
               10  CL-DIFFICULTY  PIC X(1).
           05  CL-WINS            PIC 9(6).
           05  CL-LOSSES          PIC 9(6).
           05  CL-DRAWS           PIC 9(6).

       *> PLAYER MASTER ADJUSTMENT AUDIT TRAIL - EVERY MAINTENANCE
       *> CHANGE, AND EVERY RATING MOVED BY A LEAGUE SEASON CLOSE,
       *> APPENDS BEFORE/AFTER LINES HERE SO THE
       *> RECONCILIATION JOB (AND THE OPERATOR) CAN SEE WHY A
       *> PLAYER'S NUMBERS MOVED WITHOUT A MATCH BEING PLAYED.
       FD  PLAYER-ADJ-FILE.
       FD  MATCH-LOG-NEW-FILE.
       01  ML-NEW-REC             PIC X(80).

       *> WORK FILE FOR THE DUPLICATE MATCH-NUMBER CONVERSION.
       *> OCCURRENCE 0000 OF EACH OLD NUMBER IS ITS CONTROL
       *> ENTRY (HOW MANY MATCHLOG ENTRIES AND GAMELOG GAMES
       *> CARRY IT, AND WHERE THE GAMELOG PASS HAS GOT TO);
       *> OCCURRENCE N IS THE NTH MATCH LOGGED UNDER THE NUMBER
       *> AND THE NUMBER IT IS GIVEN. DELETED AT END OF RUN.
       FD  RENUMBER-WORK-FILE.
       01  RENUMBER-WORK-RECORD.
           05  RW-WORK-KEY.
               10  RW-OLD-NUMBER  PIC 9(6).
               10  RW-OCCURRENCE  PIC 9(4).
           05  RW-NEW-NUMBER      PIC 9(6).
           05  RW-ML-TOTAL        PIC 9(4).
           05  RW-ML-DONE         PIC 9(4).
           05  RW-GL-GAME         PIC 9(4).
           05  RW-GL-RECS         PIC 9(6).
           05  RW-GL-PREV-STATUS  PIC X(1).
           05  RW-IN-MATCHLOG     PIC X(1).
           05  RW-IN-GAMELOG      PIC X(1).

       *> OLD-TO-NEW CROSS-REFERENCE LEFT BY THE CONVERSION SO
       *> ANY NUMBER QUOTED BEFORE IT RAN CAN STILL BE TRACED.
       FD  MATCH-XREF-FILE.
       01  MATCH-XREF-REC         PIC X(80).

       *> WORK FILE FOR THE PLAYER MASTER REBUILD. EVERY MATCHLOG
       *> ENTRY (ARCHIVED AND LIVE) AND EVERY PLAYADJ.DAT LINE IS
       *> FILED UNDER ITS DATE AND TIME SO THE REPLAY MEETS THEM
       *> IN THE ORDER THEY HAPPENED. THE SEQUENCE IS THE ORDER
       *> READ (ARCHIVES OLDEST FIRST, THEN THE LIVE LOG, THEN THE
       *> ADJUSTMENTS), WHICH SETTLES TIES WITHIN ONE SECOND AND
       *> KEEPS UNDATED RECORDS IN FILE ORDER. DELETED AT END OF
       *> RUN.
       FD  REBUILD-WORK-FILE.
       01  REBUILD-WORK-RECORD.
           05  RB-WORK-KEY.
               10  RB-EVENT-DATE  PIC 9(8).
               10  RB-EVENT-TIME  PIC 9(6).
               10  RB-EVENT-SEQ   PIC 9(7).
           05  RB-EVENT-TYPE      PIC X(1).
               88  RB-MATCH-EVENT     VALUE 'M'.
               88  RB-ADJUST-EVENT    VALUE 'A'.
           05  RB-EVENT-DATA      PIC X(80).
           05  RB-MATCH-VIEW REDEFINES RB-EVENT-DATA.
               10  RB-ML-MATCH-NUMBER PIC 9(6).
               10  RB-ML-WINNER-TOKEN PIC X(1).
               10  RB-ML-MOVES-COUNT  PIC 9(2).
               10  RB-ML-GAME-MODE    PIC 9(1).
               10  RB-ML-PLAYER-X     PIC X(12).
               10  RB-ML-PLAYER-O     PIC X(12).
               10  RB-ML-LOG-DATE     PIC 9(8).
               10  RB-ML-LOG-TIME     PIC 9(6).
               10  RB-ML-BOARD-SIZE   PIC 9(1).
               10  RB-ML-RESULT-TYPE  PIC X(1).
               10  RB-ML-AI-DIFF      PIC X(1).
               10  RB-ML-RULE-SET     PIC X(1).
               10  RB-ML-WIN-LENGTH   PIC 9(1).
               10  FILLER             PIC X(27).
           *> THE PLAYADJ.DAT LINE AS MT-WRITE-AUDIT-ENTRY LAYS IT
           *> OUT.
           05  RB-ADJUST-VIEW REDEFINES RB-EVENT-DATA.
               10  RB-AJ-DATE         PIC X(8).
               10  FILLER             PIC X(1).
               10  RB-AJ-TIME         PIC X(6).
               10  FILLER             PIC X(1).
               10  RB-AJ-ACTION       PIC X(6).
               10  FILLER             PIC X(1).
               10  RB-AJ-TAG          PIC X(6).
               10  FILLER             PIC X(1).
               10  RB-AJ-NAME         PIC X(12).
               10  FILLER             PIC X(1).
               10  RB-AJ-WINS         PIC X(6).
               10  FILLER             PIC X(1).
               10  RB-AJ-LOSSES       PIC X(6).
               10  FILLER             PIC X(1).
               10  RB-AJ-DRAWS        PIC X(6).
               10  FILLER             PIC X(1).
               10  RB-AJ-RATING       PIC X(4).
               10  FILLER             PIC X(12).

       *> CANDIDATE PLAYER MASTER LEFT BY THE REBUILD - SAME
       *> LAYOUT AND KEY AS PLAYERS.DAT SO IT CAN BE INSPECTED,
       *> OR COPIED INTO PLACE, AS IT STANDS.
       FD  PLAYER-CAND-FILE.
       01  PLAYER-CAND-RECORD.
           05  PC-PLAYER-NAME     PIC X(12).
           05  PC-WINS            PIC 9(6).
           05  PC-LOSSES          PIC 9(6).
           05  PC-DRAWS           PIC 9(6).
           05  PC-RATING          PIC 9(4).

       *> THE PLAYERS.DAT GENERATION A CONFIRMED REBUILD REPLACED,
       *> ONE LINE PER PLAYER IN NAME ORDER.
       FD  PLAYER-BAK-FILE.
       01  PLAYER-BAK-RECORD      PIC X(34).

       FD  PLAYER-VAR-FILE.
       01  PLAYER-VAR-REC         PIC X(100).

       *> PLAYERS.DAT IN ITS ORIGINAL ONE-LINE-PER-PLAYER FORM,
       *> BEFORE THE MASTER WAS KEYED ON THE NAME. ONLY THE
       *> ONE-TIME CONVERSION READS IT (AND WRITES IT BACK IF THE
       *> CONTROL TOTALS DO NOT AGREE).
       FD  PLAYER-SEQ-FILE.
       01  PLAYER-SEQ-RECORD.
           05  PS-PLAYER-NAME     PIC X(12).
           05  PS-WINS            PIC 9(6).
           05  PS-LOSSES          PIC 9(6).
           05  PS-DRAWS           PIC 9(6).
           05  PS-RATING          PIC 9(4).

       *> THE CONVERSION'S COPY OF THE LINE-SEQUENTIAL GENERATION,
       *> KEPT AFTERWARDS AS THE FALLBACK.
       FD  PLAYER-OLD-FILE.
       01  PLAYER-OLD-RECORD.
           05  PO-PLAYER-NAME     PIC X(12).
           05  PO-WINS            PIC 9(6).
           05  PO-LOSSES          PIC 9(6).
           05  PO-DRAWS           PIC 9(6).
           05  PO-RATING          PIC 9(4).

       FD  PLAYER-CONV-FILE.
       01  PLAYER-CONV-REC        PIC X(80).

       *> LEAGUE STANDINGS IN RATING ORDER AT ANY PLAYER COUNT.
       *> THE KEY IS 9999 LESS THE RATING, THEN THE NAME, SO A
       *> STRAIGHT READ NEXT COMES OUT HIGHEST RATING FIRST.
       *> DELETED AFTER EACH DISPLAY.
       FD  STANDINGS-WORK-FILE.
       01  STANDINGS-WORK-RECORD.
           05  SW-WORK-KEY.
               10  SW-RATING-INV  PIC 9(4).
               10  SW-NAME        PIC X(12).
           05  SW-WINS            PIC 9(6).
           05  SW-LOSSES          PIC 9(6).
           05  SW-DRAWS           PIC 9(6).
           05  SW-RATING          PIC 9(4).

       *> FAIR-PLAY SCREENING TOTALS, ONE RECORD PER PLAYER AT
       *> ANY PLAYER COUNT, KEYED ON THE NAME SO THE REPORT COMES
       *> OUT IN NAME ORDER. FW-SKIPPED-SIZE COUNTS THE PLAYER'S
       *> 4X4/5X5 MATCHES LOGGED WITHOUT A WIN LENGTH. DELETED AT
       *> END OF RUN.
       FD  FAIRPLAY-WORK-FILE.
       01  FAIRPLAY-WORK-RECORD.
           05  FW-PLAYER-NAME     PIC X(12).
           05  FW-GAMES           PIC 9(5).
           05  FW-DECISIVE        PIC 9(6).
           05  FW-MATCHED         PIC 9(6).
           05  FW-TIMED           PIC 9(6).
           05  FW-SECS-SUM        PIC 9(8).
           05  FW-SECS-SQ         PIC 9(10).
           05  FW-SKIPPED-SIZE    PIC 9(5).
           05  FW-CITE-COUNT      PIC 9(4).
           05  FW-CITE OCCURS 10 TIMES.
               10  FW-CITE-MATCH    PIC 9(6).
               10  FW-CITE-DECISIVE PIC 9(3).
               10  FW-CITE-MATCHED  PIC 9(3).
               10  FW-CITE-DATE     PIC 9(8).

       *> SEASON ROSTER - ONE PLAYER NAME PER LINE, PREPARED BY
       *> THE LEAGUE SECRETARY AND READ WHEN A SEASON IS OPENED.
       FD  SEASON-ROSTER-FILE.
       01  SEASON-ROSTER-RECORD.
           05  SR-PLAYER-NAME     PIC X(12).

       *> ROUND-ROBIN FIXTURES, ONE PER PAIRING, KEYED SEASON +
       *> ROUND + TABLE SO A STRAIGHT READ NEXT GIVES A SEASON IN
       *> PLAYING ORDER. THE FIRST-NAMED PLAYER TAKES X. A
       *> FIXTURE STAYS SCHEDULED UNTIL A TWO-HUMAN MATCH BETWEEN
       *> THE PAIR POSTS TO IT, OR THE SEASON CLOSE FORFEITS IT.
       *> THE RESULT IS KEPT FROM THE FIXTURE'S OWN SEATS,
       *> WHICHEVER WAY ROUND THE PLAYERS ACTUALLY SAT.
       FD  FIXTURE-FILE.
       01  FIXTURE-RECORD.
           05  FX-FIXTURE-KEY.
               10  FX-SEASON      PIC 9(3).
               10  FX-ROUND       PIC 9(2).
               10  FX-TABLE       PIC 9(2).
           05  FX-PLAYER-X        PIC X(12).
           05  FX-PLAYER-O        PIC X(12).
           05  FX-DUE-DATE        PIC 9(8).
           05  FX-STATUS          PIC X(1).
               88  FX-SCHEDULED       VALUE 'S'.
               88  FX-PLAYED          VALUE 'P'.
               88  FX-FORFEITED       VALUE 'F'.
           *> X OR O = THAT SEAT WON, D = DRAWN, B = BOTH SEATS
           *> FORFEITED (NO POINTS EITHER WAY). SPACE UNTIL PLAYED.
           05  FX-RESULT          PIC X(1).
           *> THE MATCHLOG.DAT MATCH NUMBER; ZERO FOR A FORFEIT.
           05  FX-MATCH-NUMBER    PIC 9(6).
           05  FX-POSTED-DATE     PIC 9(8).

       *> SEASON HISTORY - THE FROZEN FINAL TABLE OF EVERY CLOSED
       *> SEASON, ONE LINE PER PLAYER IN FINISHING ORDER, WITH THE
       *> RATING THE PLAYER CLOSED ON AND THE RATING CARRIED INTO
       *> THE NEXT SEASON. APPENDED TO, NEVER REWRITTEN.
       FD  SEASON-HIST-FILE.
       01  SEASON-HIST-RECORD.
           05  SH-SEASON          PIC 9(3).
           05  SH-CLOSE-DATE      PIC 9(8).
           05  SH-RANK            PIC 9(2).
           05  SH-PLAYER-NAME     PIC X(12).
           05  SH-PLAYED          PIC 9(3).
           05  SH-WINS            PIC 9(3).
           05  SH-DRAWS           PIC 9(3).
           05  SH-LOSSES          PIC 9(3).
           05  SH-FORFEITS        PIC 9(3).
           05  SH-POINTS          PIC 9(3).
           05  SH-CLOSE-RATING    PIC 9(4).
           05  SH-CARRY-RATING    PIC 9(4).
           05  SH-REGRESS-PCT     PIC 9(3).

       *> PAGINATED PRINT COPY OF AN OPERATOR REPORT - ONE FILE PER
       *> REPORT (STATPRT, STANDPRT, DAILYPRT, OPENPRT, TIMEPRT),
       *> REWRITTEN EACH TIME THE REPORT IS PRINTED. 132 COLUMNS,
       *> FORM FEED AT THE TOP OF EVERY PAGE.
       FD  PRINT-FILE.
       01  PRINT-RECORD           PIC X(132).

       *> PLAYER DATA ERASURE. ERASE-IN-FILE IS WHICHEVER LINE FILE
       *> IS BEING ANONYMISED (ER-IN-NAME); IT IS COPIED THROUGH
       *> ERASEWRK.DAT AND BACK. ERASECERT.DAT IS THE CERTIFICATE,
       *> APPENDED TO BY EVERY RUN AND NEVER REWRITTEN: ONE 'H'
       *> LINE, ONE 'F' LINE PER FILE EXAMINED AND ONE 'T' TOTALS
       *> LINE, ALL CARRYING THE RUN STAMP AND THE TOKEN - NEVER
       *> THE NAME THAT WAS ERASED.
       FD  ERASE-IN-FILE.
       01  ERASE-IN-REC           PIC X(132).

       FD  ERASE-WORK-FILE.
       01  ERASE-WORK-REC         PIC X(132).

       FD  ERASE-CERT-FILE.
       01  ERASE-CERT-REC         PIC X(80).

       *> THE PLAYER MASTER, KEYED ON PF-PLAYER-NAME.
       FD  PLAYER-FILE.
       01  PLAYER-RECORD.
           05  PF-PLAYER-NAME     PIC X(12).
           05  PLAYER-EXTRACT-STATUS  PIC X(2) VALUE SPACES.
           05  GAME-LOG-NEW-STATUS    PIC X(2) VALUE SPACES.
           05  MATCH-LOG-NEW-STATUS   PIC X(2) VALUE SPACES.
           05  CAT-LEDGER-STATUS      PIC X(2) VALUE SPACES.
           05  RENUMBER-WORK-STATUS   PIC X(2) VALUE SPACES.
           05  MATCH-XREF-STATUS      PIC X(2) VALUE SPACES.
           05  CERT-REPORT-STATUS     PIC X(2) VALUE SPACES.
           05  FAIRPLAY-STATUS        PIC X(2) VALUE SPACES.
           05  FAIRPLAY-REPORT-STATUS PIC X(2) VALUE SPACES.
           05  REBUILD-WORK-STATUS    PIC X(2) VALUE SPACES.
           05  PLAYER-CAND-STATUS     PIC X(2) VALUE SPACES.
           05  PLAYER-BAK-STATUS      PIC X(2) VALUE SPACES.
           05  PLAYER-VAR-STATUS      PIC X(2) VALUE SPACES.
           05  PLAYER-SEQ-STATUS      PIC X(2) VALUE SPACES.
           05  PLAYER-OLD-STATUS      PIC X(2) VALUE SPACES.
           05  PLAYER-CONV-STATUS     PIC X(2) VALUE SPACES.
           05  STANDINGS-WORK-STATUS  PIC X(2) VALUE SPACES.
           05  FAIRPLAY-WORK-STATUS   PIC X(2) VALUE SPACES.
           05  SEASON-ROSTER-STATUS   PIC X(2) VALUE SPACES.
           05  FIXTURE-FILE-STATUS    PIC X(2) VALUE SPACES.
           05  SEASON-HIST-STATUS     PIC X(2) VALUE SPACES.
           05  PRINT-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  ERASE-IN-STATUS        PIC X(2) VALUE SPACES.
           05  ERASE-WORK-STATUS      PIC X(2) VALUE SPACES.
           05  ERASE-CERT-STATUS      PIC X(2) VALUE SPACES.

       *> ---------------------------------------------------
       *> GAME BOARD & STATE (MAX 5X5, BOUNDED BY BOARD-SIZE)
       01  BOARD-CONFIG.
           05  BOARD-SIZE         PIC 9(1) VALUE 3.
           05  WIN-LENGTH         PIC 9(1) VALUE 3.
           *> MISERE: WHOEVER COMPLETES A LINE LOSES. RESTRICTED
           *> OPENING: THE FIRST MOVE OF THE MATCH MAY NOT TAKE THE
           *> CENTRE (THE MIDDLE 2X2 ON A 4X4) OR A CORNER.
           05  RULE-SET           PIC X(1) VALUE 'S'.
               88  RULE-STANDARD       VALUE 'S' ' '.
               88  RULE-MISERE         VALUE 'M'.
               88  RULE-RESTRICTED     VALUE 'R'.

       *> ---------------------------------------------------
       *> RULE-SET HELPERS. RS-RULE-IDX IS THE SLOT A RULE SET
       *> TAKES IN THE PER-VARIANT TABLES (1 STANDARD, 2 MISERE,
       *> 3 RESTRICTED OPENING), SET FROM RS-RULE-CODE BY
       *> RS-SET-RULE-INDEX ALONG WITH ITS PRINTABLE NAME.
       *> ---------------------------------------------------
       01  RULE-SET-VARS.
           05  RS-ANSWER          PIC X(1) VALUE ' '.
           05  RS-RULE-CODE       PIC X(1) VALUE 'S'.
           05  RS-RULE-IDX        PIC 9(1) VALUE 1.
           05  RS-RULE-NAME       PIC X(10) VALUE SPACES.
           05  RS-CODE-LIST       PIC X(3) VALUE "SMR".
           05  RS-CODE-TABLE REDEFINES RS-CODE-LIST.
               10  RS-CODE        PIC X(1) OCCURS 3 TIMES.
           05  RS-NAME-LIST       PIC X(30)
               VALUE "STANDARD  MISERE    RESTRICTED".
           05  RS-NAME-TABLE REDEFINES RS-NAME-LIST.
               10  RS-NAME        PIC X(10) OCCURS 3 TIMES.
           05  RS-CELL-ROW        PIC 9(1) VALUE 0.
           05  RS-CELL-COL        PIC 9(1) VALUE 0.
           05  RS-MID-LO          PIC 9(1) VALUE 0.
           05  RS-MID-HI          PIC 9(1) VALUE 0.
           05  RS-BARRED-FLAG     PIC X(1) VALUE 'N'.
               88  RS-CELL-BARRED      VALUE 'Y'.
           05  RS-ROOT-EMPTY-FLAG PIC X(1) VALUE 'N'.
               88  RS-ROOT-IS-EMPTY    VALUE 'Y'.
           05  RS-SLIP-FLAG       PIC X(1) VALUE 'N'.
               88  RS-SLIPPED          VALUE 'Y'.
           05  RS-TIER            PIC X(1) VALUE ' '.
           *> MISERE CELL MARKS FOR THE SIDE TO MOVE: L = TAKING IT
           *> COMPLETES OUR OWN LINE (LOSES), P = IT WOULD COMPLETE
           *> THE OPPONENT'S LINE (LEAVE IT FOR THEM), SPACE = NEITHER.
           05  RS-MARK-ROW OCCURS 5 TIMES.
               10  RS-MARK        PIC X(1) OCCURS 5 TIMES.

       01  GAME-STATE.
           05  MOVES-COUNT        PIC 9(2) VALUE 0.
       01  EXTRACT-MARK-RECORD.
           05  EM-LAST-STAMP      PIC X(14).

       *> MATCH-NUMBER CONTROL RECORD - THE LAST MATCH NUMBER
       *> HANDED OUT BY ANY MODE. EVERY MATCH (PLAYED, SIMULATED
       *> OR IMPORTED) TAKES ITS NUMBER FROM HERE AND THE RECORD
       *> IS SAVED, THROUGH THE CRASH-SAFE MACHINERY, BEFORE THE
       *> NUMBER IS USED, SO NO TWO MATCHES CAN SHARE A NUMBER
       *> EVEN ACROSS A DROPPED SESSION.
       01  MATCH-CONTROL-RECORD.
           05  MC-LAST-MATCH      PIC 9(6).
           05  MC-LAST-STAMP      PIC X(14).

       *> SEASON CONTROL RECORD - THE CURRENT LEAGUE SEASON (OR
       *> THE LAST ONE CLOSED) AND ITS TERMS. KEPT IN SEASON.DAT
       *> THROUGH THE CRASH-SAFE MACHINERY; NO RECORD AT ALL MEANS
       *> NO SEASON HAS EVER BEEN OPENED.
       01  SEASON-CONTROL-RECORD.
           05  SC-SEASON          PIC 9(3).
           05  SC-STATUS          PIC X(1).
               88  SC-SEASON-OPEN     VALUE 'O'.
               88  SC-SEASON-CLOSED   VALUE 'C'.
           05  SC-START-DATE      PIC 9(8).
           05  SC-ROUND-DAYS      PIC 9(2).
           *> HOW FAR TOWARD 1500, IN PERCENT, A RATING IS PULLED
           *> WHEN IT IS CARRIED INTO THE NEXT SEASON.
           05  SC-REGRESS-PCT     PIC 9(3).
           05  SC-PLAYERS         PIC 9(2).
           05  SC-ROUNDS          PIC 9(2).
           05  SC-FIXTURES        PIC 9(3).
           05  SC-OPENED-STAMP    PIC X(14).
           05  SC-CLOSED-STAMP    PIC X(14).

       *> ERASURE CONTROL RECORD - THE LAST ANONYMOUS TOKEN NUMBER
       *> HANDED OUT, KEPT IN ERASECTL.DAT THROUGH THE CRASH-SAFE
       *> MACHINERY SO NO TWO ERASED PLAYERS SHARE A TOKEN.
       01  ERASE-CONTROL-RECORD.
           05  ER-LAST-TOKEN      PIC 9(6).
           05  ER-LAST-STAMP      PIC X(14).

       01  SAVE-GAME-RECORD.
           05  SG-BOARD-SIZE      PIC 9(1).
           05  SG-WIN-LENGTH      PIC 9(1).
           05  SG-CLOCK-BUDGET    PIC 9(4).
           05  SG-X-USED-SECS     PIC 9(5).
           05  SG-O-USED-SECS     PIC 9(5).
           *> RULE SET - SPACE IN OLDER SAVES, WHICH RESUME AS
           *> STANDARD.
           05  SG-RULE-SET        PIC X(1).

       *> ---------------------------------------------------
       *> CRASH-SAFE WRITE/READ MACHINERY FOR THE CRITICAL FILES
               88  MODE-TIMING         VALUE 17.
               88  MODE-EXPORT         VALUE 18.
               88  MODE-IMPORT         VALUE 19.
               88  MODE-RENUMBER       VALUE 20.
               88  MODE-CERTIFY        VALUE 21.
               88  MODE-FAIRPLAY       VALUE 22.
               88  MODE-PLAYER-REBUILD VALUE 23.
               88  MODE-PLAYER-CONVERT VALUE 24.
               88  MODE-SEASON-OPEN    VALUE 25.
               88  MODE-SEASON-TABLE   VALUE 26.
               88  MODE-SEASON-CLOSE   VALUE 27.
               88  MODE-ERASE          VALUE 28.
           05  SEAT-X-AI-FLAG     PIC X(1) VALUE 'N'.
               88  SEAT-X-AI           VALUE 'Y'.
               88  SEAT-X-HUMAN        VALUE 'N'.
               10  JB-ST-PAIRED   PIC X(1).
               10  JB-ST-CUTOFF   PIC 9(6).
               10  JB-ST-SCOPE    PIC X(1).
               10  JB-ST-PLIES    PIC X(1).
               10  JB-ST-FROM     PIC X(8).
               10  JB-ST-TO       PIC X(8).
               10  JB-ST-DAYS     PIC X(3).
               10  JB-ST-RULE     PIC X(1).

       01  BATCH-MODE-VARS.
           05  BATCH-MODE-ON-FLAG     PIC X(1) VALUE 'N'.
           05  RV-RESULT-FLAG     PIC X(1) VALUE 'N'.
               88  RV-RESULT-FOUND     VALUE 'Y'.
           05  RV-WINNER-TOKEN    PIC X(1) VALUE ' '.
           05  RV-RULE-SET        PIC X(1) VALUE ' '.
           05  RV-MOVES-LOGGED    PIC 9(2) VALUE 0.
           05  RV-BOARD-SIZE      PIC 9(1) VALUE 0.
           05  RV-SEQ-ED          PIC ZZ9.
       *> KEYED BY PLAYER NAME; A PLAYER'S RECORD FOLLOWS THEM
       *> WHICHEVER SEAT THEY TAKE. RATINGS ARE A SIMPLE ELO
       *> SCHEME: 1500 START, K-FACTOR 32, DECIDED MATCHES ONLY.
       *> PLAYERS.DAT IS INDEXED ON THE NAME, SO A MATCH READS AND
       *> REWRITES ONLY ITS OWN PLAYERS. THEY ARE WORKED ON IN THE
       *> TWO SLOTS OF PLAYER-MASTER-SLOTS (1 = X SEAT OR FIRST
       *> NAME, 2 = O SEAT OR SECOND NAME); PM-SLOT PICKS THE SLOT
       *> A LOOKUP LOADS.
       *> ---------------------------------------------------
       01  PLAYER-MASTER-VARS.
           05  PM-COUNT           PIC 9(7) VALUE 0.
           05  PM-RANK            PIC 9(7) VALUE 0.
           05  PM-SLOT            PIC 9(1) VALUE 1.
           05  PM-EOF-FLAG        PIC X(1) VALUE 'N'.
               88  PM-EOF             VALUE 'Y'.
           05  PM-OPEN-FLAG       PIC X(1) VALUE 'N'.
               88  PM-MASTER-OPEN     VALUE 'Y'.
           05  PM-OLD-FLAG        PIC X(1) VALUE 'N'.
               88  PM-OLD-FORMAT      VALUE 'Y'.
           05  PM-STAND-FLAG      PIC X(1) VALUE 'N'.
               88  PM-STANDINGS-READY VALUE 'Y'.
           05  PM-SAVED-FLAG      PIC X(1) VALUE 'N'.
               88  PM-SLOT-SAVED      VALUE 'Y'.
           05  PM-DELETED-FLAG    PIC X(1) VALUE 'N'.
               88  PM-RECORD-DELETED  VALUE 'Y'.
           05  PM-SEARCH-NAME     PIC X(12) VALUE SPACES.
           05  PM-FOUND-IDX       PIC 9(3) VALUE 0.
           05  PM-X-IDX           PIC 9(3) VALUE 0.
           05  PM-RATING-DIFF     PIC S9(4) VALUE 0.
           05  PM-DELTA           PIC S9(3) VALUE 0.
           05  PM-WORK-RATING     PIC S9(5) VALUE 0.
           05  PM-RANK-ED         PIC ZZZZ9.
           05  PM-COUNT-ED        PIC ZZZZZZ9.
           05  PM-WINS-ED         PIC ZZZZZ9.
           05  PM-LOSSES-ED       PIC ZZZZZ9.
           05  PM-DRAWS-ED        PIC ZZZZZ9.
           05  PM-GAMES           PIC 9(7) VALUE 0.
           05  PM-GAMES-ED        PIC ZZZZZZ9.
           05  PM-SUM-WINS        PIC 9(9) VALUE 0.
           05  PM-SUM-LOSSES      PIC 9(9) VALUE 0.
           05  PM-SUM-DRAWS       PIC 9(9) VALUE 0.

       01  PLAYER-MASTER-SLOTS.
           05  PM-ENTRY OCCURS 2 TIMES.
               10  PM-NAME        PIC X(12).
               10  PM-WINS        PIC 9(6).
               10  PM-LOSSES      PIC 9(6).
       *> PLAYERS.DAT FOR CLEANING UP THE SPELLING VARIANTS THAT
       *> FIND-OR-ADD-PLAYER ACCUMULATES ("DAVE", "DAVE ",
       *> "DAVID"). EVERY CHANGE WRITES BEFORE/AFTER LINES TO
       *> PLAYADJ.DAT (SEE THE FD) BEFORE THE MASTER IS UPDATED.
       *> ---------------------------------------------------
       01  PLAYER-MAINT-VARS.
           05  MT-CHOICE          PIC X(1) VALUE ' '.
           05  MT-AUDIT-IDX       PIC 9(3) VALUE 0.
           05  MT-ADJ-LINE        PIC X(100) VALUE SPACES.

       *> ---------------------------------------------------
       *> PLAYER MASTER REBUILD/VERIFY. THE CANDIDATE IS BUILT IN
       *> PLAYCAND.DAT, KEYED LIKE PLAYERS.DAT, THROUGH THE SAME
       *> PLAYER SLOTS, UPDATE-PLAYER-RATINGS AND MERGE RULE AS
       *> LIVE PLAY AND MAINTENANCE. MATCHLOG ARCHIVES ARE FOUND
       *> BY PROBING EVERY DAY'S MLARCHYYYYMMDD.DAT NAME FROM
       *> RB-ARCH-FLOOR TO TODAY.
       *> ---------------------------------------------------
       01  REBUILD-VARS.
           05  RB-ARCH-FLOOR      PIC 9(8) VALUE 20000101.
           05  RB-PROBE-DATE      PIC 9(8) VALUE 0.
           05  RB-DAY-NUM         PIC 9(8) VALUE 0.
           05  RB-TODAY-NUM       PIC 9(8) VALUE 0.
           05  RB-SEQ             PIC 9(7) VALUE 0.
           05  RB-ARCH-FILES      PIC 9(5) VALUE 0.
           05  RB-ARCH-READ       PIC 9(7) VALUE 0.
           05  RB-LIVE-READ       PIC 9(7) VALUE 0.
           05  RB-ADJ-READ        PIC 9(7) VALUE 0.
           05  RB-ADJ-REJECTED    PIC 9(7) VALUE 0.
           05  RB-ADJ-APPLIED     PIC 9(7) VALUE 0.
           05  RB-EVENTS-REPLAYED PIC 9(7) VALUE 0.
           05  RB-LEAGUE-POSTED   PIC 9(7) VALUE 0.
           05  RB-CAT-POSTED      PIC 9(7) VALUE 0.
           05  RB-NOT-POSTED      PIC 9(7) VALUE 0.
           05  RB-LIVE-COUNT      PIC 9(7) VALUE 0.
           05  RB-CAND-COUNT      PIC 9(7) VALUE 0.
           05  RB-AGREE-COUNT     PIC 9(7) VALUE 0.
           05  RB-CARRIED-COUNT   PIC 9(7) VALUE 0.
           05  RB-VARIANCE-COUNT  PIC 9(7) VALUE 0.
           05  RB-REPLACED        PIC 9(7) VALUE 0.
           05  RB-CAND-READ       PIC 9(7) VALUE 0.
           05  RB-BACKED-UP       PIC 9(7) VALUE 0.
           *> Y = PLAYERS.BAK TAKEN CLEANLY, X = NO PLAYERS.DAT TO
           *> BACK UP (A LOST MASTER), N = NOT SAFE TO RELOAD.
           05  RB-BAK-FLAG        PIC X(1) VALUE 'N'.
               88  RB-BACKUP-DONE     VALUE 'Y'.
               88  RB-NO-OLD-MASTER   VALUE 'X'.
               88  RB-SAFE-TO-RELOAD  VALUE 'Y', 'X'.
           05  RB-ADJ-PENDING     PIC X(6) VALUE SPACES.
           05  RB-ADJ-BEFORES     PIC 9(1) VALUE 0.
           05  RB-ADJ-FROM-NAME   PIC X(12) VALUE SPACES.
           05  RB-ADJ-TO-NAME     PIC X(12) VALUE SPACES.
           05  RB-NOTE            PIC X(24) VALUE SPACES.
           05  RB-SOURCE          PIC X(9) VALUE SPACES.
           05  RB-COUNT-ED        PIC ZZZZZZ9.
           05  RB-LINE            PIC X(100) VALUE SPACES.
           05  RB-RUN-STAMP       PIC X(14) VALUE SPACES.
           05  RB-CONFIRM         PIC X(1) VALUE 'N'.
               88  RB-CONFIRM-YES     VALUE 'Y', 'y'.
           05  RB-EOF-FLAG        PIC X(1) VALUE 'N'.
               88  RB-EOF             VALUE 'Y'.
           05  RB-FAIL-FLAG       PIC X(1) VALUE 'N'.
               88  RB-RUN-FAILED      VALUE 'Y'.
           05  RB-LIVE-EOF-FLAG   PIC X(1) VALUE 'N'.
               88  RB-LIVE-AT-END     VALUE 'Y'.
           05  RB-CAND-EOF-FLAG   PIC X(1) VALUE 'N'.
               88  RB-CAND-AT-END     VALUE 'Y'.
           *> WHAT THE LIVE/CANDIDATE COMPARISON IS FOR: THE
           *> VARIANCE REPORT, OR THE RESYNC LINES OF A REPLACE.
           05  RB-PASS-FLAG       PIC X(1) VALUE 'R'.
               88  RB-REPORT-PASS     VALUE 'R'.
               88  RB-AUDIT-PASS      VALUE 'A'.

       *> ---------------------------------------------------
       *> ONE-TIME CONVERSION OF THE LINE-SEQUENTIAL PLAYERS.DAT
       *> TO THE KEYED MASTER. CONTROL TOTALS ARE KEPT FOR EACH
       *> STAGE: 1 = THE OLD FILE, 2 = ITS PLAYERS.SEQ COPY,
       *> 3 = THE KEYED FILE READ BACK.
       *> ---------------------------------------------------
       01  CONVERSION-VARS.
           05  CV-TOTALS OCCURS 3 TIMES.
               10  CV-RECORDS     PIC 9(7).
               10  CV-WINS        PIC 9(9).
               10  CV-LOSSES      PIC 9(9).
               10  CV-DRAWS       PIC 9(9).
           05  CV-TOT-IDX         PIC 9(1) VALUE 0.
           05  CV-FOLDED          PIC 9(7) VALUE 0.
           05  CV-RESTORED        PIC 9(7) VALUE 0.
           05  CV-SOURCE          PIC X(24) VALUE SPACES.
           05  CV-COUNT-ED        PIC Z,ZZZ,ZZ9.
           05  CV-WINS-ED         PIC ZZZ,ZZZ,ZZ9.
           05  CV-LOSSES-ED       PIC ZZZ,ZZZ,ZZ9.
           05  CV-DRAWS-ED        PIC ZZZ,ZZZ,ZZ9.
           05  CV-LINE            PIC X(80) VALUE SPACES.
           05  CV-CONFIRM         PIC X(1) VALUE 'N'.
               88  CV-CONFIRM-YES     VALUE 'Y', 'y'.
           05  CV-EOF-FLAG        PIC X(1) VALUE 'N'.
               88  CV-EOF             VALUE 'Y'.
           05  CV-REFUSED-FLAG    PIC X(1) VALUE 'N'.
               88  CV-RUN-REFUSED     VALUE 'Y'.
           05  CV-FAIL-FLAG       PIC X(1) VALUE 'N'.
               88  CV-RUN-FAILED      VALUE 'Y'.

       *> ---------------------------------------------------
       *> ROUND-ROBIN LEAGUE SEASONS. THE TABLE HOLDS ONE ROW PER
       *> SEASON PLAYER - THE ROSTER WHILE A SEASON IS OPENED, THE
       *> SEASON'S STANDINGS WHEN IT IS REPORTED OR CLOSED. A
       *> SEASON TAKES AT MOST SN-MAX-PLAYERS PLAYERS (190
       *> FIXTURES OVER 19 ROUNDS). SN-POS IS THE ROTATING CIRCLE
       *> THE FIXTURES ARE DEALT FROM; A ZERO THERE IS THE BYE.
       *> POINTS: 2 FOR A WIN, 1 FOR A DRAW, 0 FOR A LOSS.
       *> ---------------------------------------------------
       01  SEASON-VARS.
           05  SN-MAX-PLAYERS     PIC 9(2) VALUE 20.
           05  SN-COUNT           PIC 9(2) VALUE 0.
           05  SN-IDX             PIC 9(2) VALUE 0.
           05  SN-JDX             PIC 9(2) VALUE 0.
           05  SN-JDX-NEXT        PIC 9(2) VALUE 0.
           05  SN-FOUND-ROW       PIC 9(2) VALUE 0.
           05  SN-X-ROW           PIC 9(2) VALUE 0.
           05  SN-O-ROW           PIC 9(2) VALUE 0.
           05  SN-WIN-ROW         PIC 9(2) VALUE 0.
           05  SN-LOSE-ROW        PIC 9(2) VALUE 0.
           05  SN-SLOTS           PIC 9(2) VALUE 0.
           05  SN-HALF            PIC 9(2) VALUE 0.
           05  SN-ROUND           PIC 9(2) VALUE 0.
           05  SN-TABLE           PIC 9(2) VALUE 0.
           05  SN-SEAT-A          PIC 9(2) VALUE 0.
           05  SN-SEAT-B          PIC 9(2) VALUE 0.
           05  SN-HOLD            PIC 9(2) VALUE 0.
           05  SN-POS             PIC 9(2) OCCURS 20 TIMES.
           05  SN-NEW-SEASON      PIC 9(3) VALUE 0.
           05  SN-CUR-SEASON      PIC 9(3) VALUE 0.
           05  SN-LAST-SEASON     PIC 9(3) VALUE 0.
           05  SN-DAY-NUM         PIC 9(8) VALUE 0.
           05  SN-DUE-DATE        PIC 9(8) VALUE 0.
           05  SN-LAST-DUE        PIC 9(8) VALUE 0.
           05  SN-TODAY           PIC 9(8) VALUE 0.
           05  SN-DATE-IN         PIC X(8) VALUE SPACES.
           05  SN-DAYS-IN         PIC 9(2) VALUE 0.
           05  SN-PCT-IN          PIC 9(3) VALUE 0.
           05  SN-WORK-PCT        PIC 9(3) VALUE 0.
           05  SN-NEW-RATING      PIC S9(5) VALUE 0.
           05  SN-FIXTURE-COUNT   PIC 9(4) VALUE 0.
           05  SN-PLAYED-COUNT    PIC 9(4) VALUE 0.
           05  SN-FORFEIT-COUNT   PIC 9(4) VALUE 0.
           05  SN-OUTSTANDING     PIC 9(4) VALUE 0.
           05  SN-OVERDUE         PIC 9(4) VALUE 0.
           05  SN-CARRIED         PIC 9(4) VALUE 0.
           05  SN-CHANGED         PIC 9(4) VALUE 0.
           05  SN-SEARCH-NAME     PIC X(12) VALUE SPACES.
           05  SN-NAME-A          PIC X(12) VALUE SPACES.
           05  SN-NAME-B          PIC X(12) VALUE SPACES.
           05  SN-STATE-TEXT      PIC X(10) VALUE SPACES.
           05  SN-ANSWER          PIC X(1) VALUE ' '.
           05  SN-CONFIRM         PIC X(1) VALUE 'N'.
               88  SN-CONFIRM-YES     VALUE 'Y', 'y'.
           05  SN-EOF-FLAG        PIC X(1) VALUE 'N'.
               88  SN-EOF             VALUE 'Y'.
           05  SN-OPEN-FLAG       PIC X(1) VALUE 'N'.
               88  SN-FIXTURES-OPEN   VALUE 'Y'.
           05  SN-FAIL-FLAG       PIC X(1) VALUE 'N'.
               88  SN-RUN-FAILED      VALUE 'Y'.
           05  SN-FOUND-FLAG      PIC X(1) VALUE 'N'.
               88  SN-FIXTURE-FOUND   VALUE 'Y'.
           05  SN-REVERSED-FLAG   PIC X(1) VALUE 'N'.
               88  SN-SEATS-REVERSED  VALUE 'Y'.
           05  SN-PLAYED-FLAG     PIC X(1) VALUE 'N'.
               88  SN-PAIR-PLAYED     VALUE 'Y'.
           05  SN-RANK-ED         PIC Z9.
           05  SN-ROUND-ED        PIC Z9.
           05  SN-P-ED            PIC ZZ9.
           05  SN-W-ED            PIC ZZ9.
           05  SN-D-ED            PIC ZZ9.
           05  SN-L-ED            PIC ZZ9.
           05  SN-F-ED            PIC ZZ9.
           05  SN-PTS-ED          PIC ZZ9.
           05  SN-LEFT-ED         PIC ZZ9.
           05  SN-COUNT-ED        PIC ZZZ9.
           05  SN-LINE            PIC X(80) VALUE SPACES.

       01  SEASON-TABLE.
           05  SN-ROW OCCURS 20 TIMES.
               10  SN-T-NAME      PIC X(12).
               10  SN-T-PLAYED    PIC 9(3).
               10  SN-T-WINS      PIC 9(3).
               10  SN-T-DRAWS     PIC 9(3).
               10  SN-T-LOSSES    PIC 9(3).
               10  SN-T-FORFEITS  PIC 9(3).
               10  SN-T-POINTS    PIC 9(3).
               10  SN-T-LEFT      PIC 9(3).
           05  SN-SWAP-ROW        PIC X(33).

       *> ---------------------------------------------------
       *> RECORD AGAINST THE CAT (CATLEDGER.DAT). THE LEVEL SLOTS
       *> RUN 1 = EASY, 2 = MEDIUM, 3 = HARD FOR THE STANDINGS AND
       *> EXTRACT LINES, WHICH SHOW ALL THREE SIDE BY SIDE.
       *> ---------------------------------------------------
       01  CAT-LEDGER-VARS.
           05  CL-EOF-FLAG        PIC X(1) VALUE 'N'.
               88  CL-EOF             VALUE 'Y'.
           05  CL-OPEN-FLAG       PIC X(1) VALUE 'N'.
               88  CL-LEDGER-OPEN     VALUE 'Y'.
           05  CL-NEW-FLAG        PIC X(1) VALUE 'N'.
               88  CL-NEW-ENTRY       VALUE 'Y'.
           05  CL-POSTED-FLAG     PIC X(1) VALUE 'N'.
               88  CL-RESULT-POSTED   VALUE 'Y'.
           05  CL-ANY-FLAG        PIC X(1) VALUE 'N'.
               88  CL-ANY-ENTRY       VALUE 'Y'.
           05  CL-LEVEL-CODES     PIC X(3) VALUE 'EMH'.
           05  CL-LEVEL-IDX       PIC 9(1) VALUE 0.
           05  CL-CUR-NAME        PIC X(12) VALUE SPACES.
           05  CL-LEVEL-NAME      PIC X(6) VALUE SPACES.
           05  CL-LEVEL-SLOT OCCURS 3 TIMES.
               10  CL-SLOT-WINS   PIC 9(6).
               10  CL-SLOT-LOSSES PIC 9(6).
               10  CL-SLOT-DRAWS  PIC 9(6).
           05  CL-WINS-ED         PIC ZZZZ9.
           05  CL-LOSSES-ED       PIC ZZZZ9.
           05  CL-DRAWS-ED        PIC ZZZZ9.
           05  CL-SLOT-TEXT       PIC X(17) OCCURS 3 TIMES.
           05  CL-FROM-NAME       PIC X(12) VALUE SPACES.
           05  CL-TO-NAME         PIC X(12) VALUE SPACES.
           05  CL-MOVE-WINS       PIC 9(6) VALUE 0.
           05  CL-MOVE-LOSSES     PIC 9(6) VALUE 0.
           05  CL-MOVE-DRAWS      PIC 9(6) VALUE 0.
           05  CL-MOVE-FLAG       PIC X(1) VALUE 'N'.
               88  CL-MOVE-OK         VALUE 'Y'.
           05  CL-SAVED-FLAG      PIC X(1) VALUE 'N'.
               88  CL-TARGET-SAVED    VALUE 'Y'.

       *> ---------------------------------------------------
       *> MATCH-NUMBER ALLOCATION AND THE ONE-TIME CONVERSION
       *> THAT GIVES DUPLICATED HISTORIC NUMBERS UNIQUE ONES
       *> ---------------------------------------------------
       01  MATCH-CONTROL-VARS.
           05  MC-LOADED-FLAG     PIC X(1) VALUE 'N'.
               88  MC-CONTROL-LOADED  VALUE 'Y'.
           05  MC-SEED-MATCH      PIC 9(6) VALUE 0.
           05  MC-LAST-ED         PIC ZZZZZ9.

       01  RENUMBER-VARS.
           05  RX-HOLD-NUMBER     PIC 9(6) VALUE 0.
           05  RX-OCC             PIC 9(4) VALUE 0.
           05  RX-ML-READ         PIC 9(7) VALUE 0.
           05  RX-ML-WRITTEN      PIC 9(7) VALUE 0.
           05  RX-GL-READ         PIC 9(7) VALUE 0.
           05  RX-GL-WRITTEN      PIC 9(7) VALUE 0.
           05  RX-ML-CHECK        PIC 9(7) VALUE 0.
           05  RX-GL-CHECK        PIC 9(7) VALUE 0.
           05  RX-RENUMBERED      PIC 9(6) VALUE 0.
           05  RX-GL-ONLY         PIC 9(6) VALUE 0.
           05  RX-ML-ONLY         PIC 9(6) VALUE 0.
           05  RX-XREF-LINES      PIC 9(6) VALUE 0.
           05  RX-COUNT-ED        PIC ZZZZZZ9.
           05  RX-OLD-ED          PIC ZZZZZ9.
           05  RX-OCC-ED          PIC ZZZ9.
           05  RX-NEW-ED          PIC ZZZZZ9.
           05  RX-GAMES-ED        PIC ZZZ9.
           05  RX-ENTRIES-ED      PIC ZZZ9.
           05  RX-SOURCE          PIC X(16) VALUE SPACES.
           05  RX-LINE            PIC X(80) VALUE SPACES.
           05  RX-RUN-STAMP       PIC X(14) VALUE SPACES.
           05  RX-CONFIRM         PIC X(1) VALUE 'N'.
               88  RX-CONFIRM-YES     VALUE 'Y', 'y'.
           05  RX-NEW-FLAG        PIC X(1) VALUE 'N'.
               88  RX-NEW-ENTRY       VALUE 'Y'.
           05  RX-EOF-FLAG        PIC X(1) VALUE 'N'.
               88  RX-EOF             VALUE 'Y'.
           05  RX-OK-FLAG         PIC X(1) VALUE 'N'.
               88  RX-FILES-OK        VALUE 'Y'.
           05  RX-REFUSED-FLAG    PIC X(1) VALUE 'N'.
               88  RX-RUN-REFUSED     VALUE 'Y'.
           05  RX-FAIL-FLAG       PIC X(1) VALUE 'N'.
               88  RX-WORK-FAILED     VALUE 'Y'.

       *> ---------------------------------------------------
       *> LOG ARCHIVE / PURGE HOUSEKEEPING
       *> ---------------------------------------------------
           05  AR-BASE-AI         PIC 9(9) VALUE 0.
           05  AR-BASE-DRAW       PIC 9(9) VALUE 0.

       *> ---------------------------------------------------
       *> PLAYER DATA ERASURE - ONE PLAYER'S NAME REPLACED BY AN
       *> ANONYMOUS TOKEN (ANON AND SIX DIGITS) IN EVERY FILE THAT
       *> HOLDS PLAYER NAMES. ER-KIND SAYS WHERE A FILE KEEPS
       *> THEM; THE ER-LINE VIEWS BELOW ARE THE LINE LAYOUTS.
       *> ONLY NAME FIELDS ARE TOUCHED - RESULTS, MATCH NUMBERS,
       *> RECORD COUNTS AND TRAILERS STAY AS THEY WERE, SO THE
       *> RECONCILIATION AND THE MASTER REBUILD STILL BALANCE.
       *> ---------------------------------------------------
       01  ERASURE-VARS.
           05  ER-FROM-NAME       PIC X(12) VALUE SPACES.
           05  ER-FROM-VIEW REDEFINES ER-FROM-NAME.
               10  ER-FROM-PREFIX PIC X(4).
               10  ER-FROM-NUMBER PIC X(6).
               10  ER-FROM-TAIL   PIC X(2).
           05  ER-TO-NAME         PIC X(12) VALUE SPACES.
           05  ER-TOKEN-VIEW REDEFINES ER-TO-NAME.
               10  ER-TOKEN-PREFIX PIC X(4).
               10  ER-TOKEN-NUMBER PIC 9(6).
               10  ER-TOKEN-TAIL  PIC X(2).
           05  ER-ANSWER          PIC X(12) VALUE SPACES.
           05  ER-ANSWER-VIEW REDEFINES ER-ANSWER.
               10  ER-ANSWER-PREFIX PIC X(4).
               10  ER-ANSWER-NUMBER PIC X(6).
               10  ER-ANSWER-TAIL PIC X(2).
           05  ER-SEED-TOKEN      PIC 9(6) VALUE 0.
           05  ER-IN-NAME         PIC X(20) VALUE SPACES.
           05  ER-KIND            PIC X(1) VALUE SPACE.
               88  ER-KIND-KEYED      VALUE 'K'.
               88  ER-KIND-ARCHIVES   VALUE 'Z'.
               88  ER-KIND-MATCH      VALUE 'M'.
               88  ER-KIND-ADJUST     VALUE 'A'.
               88  ER-KIND-EXTRACT    VALUE 'E'.
               88  ER-KIND-LEAD-NAME  VALUE 'N'.
               88  ER-KIND-HISTORY    VALUE 'H'.
               88  ER-KIND-FAIRPLAY   VALUE 'F'.
               88  ER-KIND-EXPORT     VALUE 'X'.
               88  ER-KIND-SAVE       VALUE 'G'.
               88  ER-KIND-REPORT     VALUE 'R'.
           05  ER-RESULT          PIC X(12) VALUE SPACES.
               88  ER-RESULT-FAILED   VALUE "FAILED", "NOT REACHED".
               88  ER-RESULT-ABSENT   VALUE "NOT PRESENT".
               88  ER-RESULT-REMOVED  VALUE "REMOVED".
           05  ER-READ-COUNT      PIC 9(7) VALUE 0.
           05  ER-CHANGED-COUNT   PIC 9(7) VALUE 0.
           05  ER-WRITTEN-COUNT   PIC 9(7) VALUE 0.
           05  ER-CHECK-COUNT     PIC 9(7) VALUE 0.
           05  ER-TOT-FILES       PIC 9(5) VALUE 0.
           05  ER-TOT-TOUCHED     PIC 9(5) VALUE 0.
           05  ER-TOT-REMOVED     PIC 9(5) VALUE 0.
           05  ER-TOT-FAILED      PIC 9(5) VALUE 0.
           05  ER-TOT-READ        PIC 9(7) VALUE 0.
           05  ER-TOT-CHANGED     PIC 9(7) VALUE 0.
           05  ER-FILE-IDX        PIC 9(2) VALUE 0.
           05  ER-NAME-LEN        PIC 9(2) VALUE 0.
           05  ER-POS             PIC 9(3) VALUE 0.
           05  ER-LAST-POS        PIC 9(3) VALUE 0.
           05  ER-EDGE-CHAR       PIC X(1) VALUE SPACE.
           05  ER-PROBE-DATE      PIC 9(8) VALUE 0.
           05  ER-DAY-NUM         PIC 9(8) VALUE 0.
           05  ER-TODAY-NUM       PIC 9(8) VALUE 0.
           05  ER-HOLD-PLAYER     PIC X(34) VALUE SPACES.
           05  ER-RUN-STAMP       PIC X(14) VALUE SPACES.
           05  ER-READ-ED         PIC ZZZZZZ9.
           05  ER-CHANGED-ED      PIC ZZZZZZ9.
           05  ER-FILES-ED        PIC ZZZZ9.
           05  ER-CONFIRM         PIC X(1) VALUE 'N'.
               88  ER-CONFIRM-YES     VALUE 'Y', 'y'.
           05  ER-TOKEN-FLAG      PIC X(1) VALUE 'N'.
               88  ER-TOKEN-OK        VALUE 'Y'.
           05  ER-NEW-TOKEN-FLAG  PIC X(1) VALUE 'N'.
               88  ER-TOKEN-IS-NEW    VALUE 'Y'.
           05  ER-RESUME-FLAG     PIC X(1) VALUE 'N'.
               88  ER-RESUME-OPEN     VALUE 'Y'.
           05  ER-EOF-FLAG        PIC X(1) VALUE 'N'.
               88  ER-EOF             VALUE 'Y'.
           05  ER-LINE-FLAG       PIC X(1) VALUE 'N'.
               88  ER-LINE-CHANGED    VALUE 'Y'.
           05  ER-HIT-FLAG        PIC X(1) VALUE 'N'.
               88  ER-NAME-HIT        VALUE 'Y'.
           *> SET WHEN A LIVE FILE COULD NOT BE COPIED BACK - THE
           *> ANONYMISED COPY IS LEFT IN ERASEWRK.DAT AND NOTHING
           *> FURTHER IS TOUCHED.
           05  ER-HALT-FLAG       PIC X(1) VALUE 'N'.
               88  ER-RUN-HALTED      VALUE 'Y'.
           05  ER-LINE            PIC X(132) VALUE SPACES.
           *> MATCHLOG.DAT, MATCHLOG.NEW AND THE MLARCH ARCHIVES.
           05  ER-MATCH-VIEW REDEFINES ER-LINE.
               10  FILLER             PIC X(10).
               10  ER-ML-X-NAME       PIC X(12).
               10  ER-ML-O-NAME       PIC X(12).
               10  FILLER             PIC X(98).
           *> PLAYADJ.DAT, AS MT-WRITE-AUDIT-ENTRY LAYS IT OUT.
           05  ER-ADJUST-VIEW REDEFINES ER-LINE.
               10  ER-AJ-DATE         PIC X(8).
               10  FILLER             PIC X(22).
               10  ER-AJ-NAME         PIC X(12).
               10  FILLER             PIC X(90).
           *> MATCHEXT.DAT DATA LINES (NOT THE HEADER OR TRAILER).
           05  ER-EXTRACT-VIEW REDEFINES ER-LINE.
               10  ER-EX-NUMBER       PIC X(6).
               10  ER-EX-COMMA        PIC X(1).
               10  FILLER             PIC X(2).
               10  ER-EX-X-NAME       PIC X(12).
               10  FILLER             PIC X(1).
               10  ER-EX-O-NAME       PIC X(12).
               10  FILLER             PIC X(98).
           *> PLAYEREXT.DAT, ROSTER.DAT, PLAYERS.BAK, PLAYERS.SEQ
           *> AND AN UNCONVERTED LINE-FORMAT PLAYERS.DAT.
           05  ER-LEAD-NAME-VIEW REDEFINES ER-LINE.
               10  ER-LEAD-NAME       PIC X(12).
               10  FILLER             PIC X(120).
           05  ER-HISTORY-VIEW REDEFINES ER-LINE.
               10  FILLER             PIC X(13).
               10  ER-SH-NAME         PIC X(12).
               10  FILLER             PIC X(107).
           *> FAIRPLAY.DAT - THE SAME COLUMNS IN 'P' AND 'M' LINES.
           05  ER-FAIRPLAY-VIEW REDEFINES ER-LINE.
               10  FILLER             PIC X(1).
               10  ER-FE-NAME         PIC X(12).
               10  FILLER             PIC X(119).
           *> MATCHEXP.DAT - ONLY THE "M " HEADER LINE HAS NAMES.
           05  ER-EXPORT-VIEW REDEFINES ER-LINE.
               10  ER-PX-TAG          PIC X(2).
               10  FILLER             PIC X(10).
               10  ER-PX-X-NAME       PIC X(12).
               10  ER-PX-O-NAME       PIC X(12).
               10  FILLER             PIC X(96).
           *> SAVEGAME.DAT AND ITS .BAK/.NEW GENERATIONS.
           05  ER-SAVE-VIEW REDEFINES ER-LINE.
               10  FILLER             PIC X(37).
               10  ER-SG-X-NAME       PIC X(12).
               10  ER-SG-O-NAME       PIC X(12).
               10  FILLER             PIC X(71).

       *> EVERY FILE THE ERASURE EXAMINES, IN THE ORDER IT DOES
       *> THEM, WITH ITS ER-KIND. MATCHIDX.DAT COMES AFTER
       *> MATCHLOG.DAT SO AN INDEX THAT HAS TO BE DROPPED IS
       *> REBUILT FROM THE ANONYMISED LOG. THE 'R' FILES ARE
       *> REPORTS - REMOVED IF THE NAME APPEARS, FOR RERUNNING.
       01  ER-FILE-LIST.
           05  FILLER  PIC X(14) VALUE "PLAYERS.DAT  K".
           05  FILLER  PIC X(14) VALUE "PLAYCAND.DAT K".
           05  FILLER  PIC X(14) VALUE "CATLEDGER.DATK".
           05  FILLER  PIC X(14) VALUE "FIXTURES.DAT K".
           05  FILLER  PIC X(14) VALUE "MATCHLOG.DAT M".
           05  FILLER  PIC X(14) VALUE "MATCHLOG.NEW M".
           05  FILLER  PIC X(14) VALUE "MLARCH       Z".
           05  FILLER  PIC X(14) VALUE "MATCHIDX.DAT K".
           05  FILLER  PIC X(14) VALUE "PLAYADJ.DAT  A".
           05  FILLER  PIC X(14) VALUE "MATCHEXT.DAT E".
           05  FILLER  PIC X(14) VALUE "PLAYEREXT.DATN".
           05  FILLER  PIC X(14) VALUE "ROSTER.DAT   N".
           05  FILLER  PIC X(14) VALUE "SEASONHS.DAT H".
           05  FILLER  PIC X(14) VALUE "FAIRPLAY.DAT F".
           05  FILLER  PIC X(14) VALUE "MATCHEXP.DAT X".
           05  FILLER  PIC X(14) VALUE "SAVEGAME.DAT G".
           05  FILLER  PIC X(14) VALUE "SAVEGAME.BAK G".
           05  FILLER  PIC X(14) VALUE "SAVEGAME.NEW G".
           05  FILLER  PIC X(14) VALUE "PLAYERS.BAK  N".
           05  FILLER  PIC X(14) VALUE "PLAYERS.SEQ  N".
           05  FILLER  PIC X(14) VALUE "STATPRT.DAT  R".
           05  FILLER  PIC X(14) VALUE "STANDPRT.DAT R".
           05  FILLER  PIC X(14) VALUE "DAILYPRT.DAT R".
           05  FILLER  PIC X(14) VALUE "OPENPRT.DAT  R".
           05  FILLER  PIC X(14) VALUE "TIMEPRT.DAT  R".
           05  FILLER  PIC X(14) VALUE "FAIRRPT.DAT  R".
           05  FILLER  PIC X(14) VALUE "PLAYVAR.DAT  R".
           05  FILLER  PIC X(14) VALUE "PLAYCONV.DAT R".
       01  ER-FILE-TABLE REDEFINES ER-FILE-LIST.
           05  ER-FILE-ENTRY OCCURS 28 TIMES.
               10  ER-LIST-NAME   PIC X(13).
               10  ER-LIST-KIND   PIC X(1).
       01  ER-FILE-TOTAL          PIC 9(2) VALUE 28.

       01  ER-CERT-LINE.
           05  EC-REC-TYPE        PIC X(1).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  EC-RUN-STAMP       PIC X(14).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  EC-TOKEN           PIC X(12).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  EC-FILE-NAME       PIC X(20).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  EC-READ            PIC 9(7).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  EC-CHANGED         PIC 9(7).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  EC-RESULT          PIC X(12).

       01  STATISTICS-VARS.
           05  ST-TOTAL-MATCHES   PIC 9(6) VALUE 0.
           05  ST-TOTAL-MOVES     PIC 9(8) VALUE 0.
           05  ST-BEST-AI-STREAK  PIC 9(6) VALUE 0.
           05  ST-BEST-HUMAN-STREAK-ED PIC ZZZZZ9.
           05  ST-BEST-AI-STREAK-ED PIC ZZZZZ9.
           05  ST-RECORDS-READ    PIC 9(7) VALUE 0.
           *> THE ONE RULE SET REPORTED - MISERE AND RESTRICTED-
           *> OPENING GAMES ARE NEVER MIXED INTO STANDARD NUMBERS.
           05  ST-RULE-SET        PIC X(1) VALUE 'S'.
           05  ST-OTHER-RULES     PIC 9(7) VALUE 0.

       *> ---------------------------------------------------
       *> DATE-RANGE BOUNDING FOR THE STATISTICS REPORT. OLD LOG
               88  RG-KEEP-MATCH      VALUE 'Y'.
           05  RG-UNDATED-COUNT   PIC 9(6) VALUE 0.
           05  RG-UNDATED-ED      PIC ZZZZZ9.
           05  RG-DAYS-BACK       PIC 9(3) VALUE 0.
           05  RG-TODAY           PIC 9(8) VALUE 0.
           05  RG-DAY-NUM         PIC 9(7) VALUE 0.
           05  RG-WORK-DATE       PIC 9(8) VALUE 0.

       *> ---------------------------------------------------
       *> DAILY ACTIVITY REPORT - MATCHES BROKEN OUT BY CALENDAR
           05  DA-SWAP-ENTRY      PIC X(76).
           05  DA-TABLE-FULL-FLAG PIC X(1) VALUE 'N'.
               88  DA-TABLE-FULL      VALUE 'Y'.
           05  DA-RECORDS-READ    PIC 9(7) VALUE 0.
           05  DA-SUM-GAMES       PIC 9(9) VALUE 0.
           05  DA-SUM-X-WINS      PIC 9(9) VALUE 0.
           05  DA-SUM-O-WINS      PIC 9(9) VALUE 0.
           05  DA-SUM-DRAWS       PIC 9(9) VALUE 0.
           05  DA-SUM-MOVES       PIC 9(9) VALUE 0.

       01  DAILY-TABLE.
           05  DA-ENTRY OCCURS 400 TIMES.
       *> TALLIES, PER BOARD SIZE, EACH OPENING CELL
       *> (GL-MOVE-SEQ = 1) AND FIRST REPLY (GL-MOVE-SEQ = 2)
       *> WITH THE WIN/DRAW/LOSS SPLIT FROM THE MOVER'S SIDE.
       *> RULE SLOT = RS-RULE-IDX OF THE MATCH'S RULE SET;
       *> SIZE SLOT = BOARD SIZE - 2 (3X3 IN SLOT 1 ... 5X5 IN 3);
       *> CELL SLOT = (ROW - 1) * SIZE + COL.
       *> ---------------------------------------------------
           05  OA-ML-FOUND-FLAG   PIC X(1) VALUE 'N'.
               88  OA-ML-FOUND        VALUE 'Y'.
           05  OA-ML-REC-SIZE     PIC 9(1) VALUE 0.
           05  OA-ML-RULE         PIC X(1) VALUE ' '.
           05  OA-RULE-IDX        PIC 9(1) VALUE 1.
           05  OA-ALL-TALLIED     PIC 9(7) VALUE 0.
           05  OA-CUR-MATCH       PIC 9(6) VALUE 0.
           05  OA-GROUP-FLAG      PIC X(1) VALUE 'N'.
               88  OA-GROUP-OPEN      VALUE 'Y'.
           05  OA-WINS-ED         PIC ZZZZZ9.
           05  OA-DRAWS-ED        PIC ZZZZZ9.
           05  OA-LOSSES-ED       PIC ZZZZZ9.
           05  OA-MOVE-TYPE       PIC X(7) VALUE SPACES.
           05  OA-PR-GAMES        PIC 9(6) VALUE 0.
           05  OA-PR-WINS         PIC 9(6) VALUE 0.
           05  OA-PR-DRAWS        PIC 9(6) VALUE 0.
           05  OA-PR-LOSSES       PIC 9(6) VALUE 0.
           05  OA-WIN-PCT         PIC 9(3)V9(2) VALUE 0.
           05  OA-WIN-PCT-ED      PIC ZZ9.99.
           05  OA-RULE-TOTAL OCCURS 3 TIMES.
               10  OA-SIZE-TOTAL OCCURS 3 TIMES.
                   15  OA-SIZE-OPENS  PIC 9(7).
                   15  OA-SIZE-REPLIES PIC 9(7).

       01  OA-STATS-TABLE.
           05  OA-RULE-GROUP OCCURS 3 TIMES.
               10  OA-SIZE-GROUP OCCURS 3 TIMES.
                   15  OA-OPEN-STAT OCCURS 25 TIMES.
                       20  OA-OP-GAMES    PIC 9(6).
                       20  OA-OP-WINS     PIC 9(6).
                       20  OA-OP-DRAWS    PIC 9(6).
                       20  OA-OP-LOSSES   PIC 9(6).
                   15  OA-REPLY-STAT OCCURS 25 TIMES.
                       20  OA-RP-GAMES    PIC 9(6).
                       20  OA-RP-WINS     PIC 9(6).
                       20  OA-RP-DRAWS    PIC 9(6).
                       20  OA-RP-LOSSES   PIC 9(6).

       *> ---------------------------------------------------
       *> THINK-TIME REPORT. JOINS THE PER-MOVE THINK SECONDS IN
           05  TM-AVG-LOST-ED     PIC ZZZ9.99.
           05  TM-SECS-ED         PIC ZZZ9.
           05  TM-MOVES-ED        PIC ZZZZZZ9.
           05  TM-SUM-MOVES       PIC 9(9) VALUE 0.
           05  TM-SUM-SECS        PIC 9(9) VALUE 0.

       01  TIMING-TABLE.
           05  TM-ENTRY OCCURS 200 TIMES.
               10  TM-LOST-MOVES  PIC 9(7).
               10  TM-LOST-SECS   PIC 9(8).

       *> ---------------------------------------------------
       *> PRINT FILES FOR THE OPERATOR REPORTS. EACH REPORT SETS
       *> ITS FILE NAME, TITLE, SELECTION TEXT AND COLUMN HEADINGS,
       *> THEN WRITES ITS BODY A LINE AT A TIME THROUGH
       *> PT-PRINT-LINE, WHICH THROWS A NEW PAGE (TITLE, PAGE
       *> NUMBER, RUN DATE/TIME, SELECTION, COLUMN HEADINGS) EVERY
       *> PT-PAGE-DEPTH LINES. THE CONTROL TOTALS AND THE END OF
       *> REPORT LINE CLOSE EVERY FILE.
       *> ---------------------------------------------------
       01  PRINT-VARS.
           05  PT-FILE-NAME       PIC X(12) VALUE SPACES.
           05  PT-TITLE           PIC X(40) VALUE SPACES.
           05  PT-SELECTION       PIC X(50) VALUE SPACES.
           05  PT-COL-HEAD-1      PIC X(132) VALUE SPACES.
           05  PT-COL-HEAD-2      PIC X(132) VALUE SPACES.
           05  PT-LINE            PIC X(132) VALUE SPACES.
           05  PT-RULE            PIC X(132) VALUE ALL "-".
           05  PT-PAGE-DEPTH      PIC 9(3) VALUE 60.
           05  PT-LINE-COUNT      PIC 9(3) VALUE 0.
           05  PT-KEEP-LINES      PIC 9(3) VALUE 0.
           05  PT-PAGE            PIC 9(4) VALUE 0.
           05  PT-PAGE-ED         PIC ZZZ9.
           05  PT-BODY-LINES      PIC 9(7) VALUE 0.
           05  PT-BODY-LINES-ED   PIC ZZZZZZ9.
           05  PT-RUN-STAMP       PIC X(14) VALUE SPACES.
           05  PT-RUN-DATE-ED     PIC X(10) VALUE SPACES.
           05  PT-RUN-TIME-ED     PIC X(8) VALUE SPACES.
           05  PT-LABEL           PIC X(40) VALUE SPACES.
           05  PT-COUNT           PIC 9(9) VALUE 0.
           05  PT-COUNT-ED        PIC ZZZ,ZZZ,ZZ9.
           05  PT-RATE            PIC 9(4)V9(2) VALUE 0.
           05  PT-RATE-ED         PIC ZZZ9.99.
           05  PT-ANSWER          PIC X(1) VALUE SPACE.
           05  PT-WANT-FLAG       PIC X(1) VALUE 'N'.
               88  PT-PRINT-WANTED    VALUE 'Y'.
           05  PT-OPEN-FLAG       PIC X(1) VALUE 'N'.
               88  PT-PRINT-OPEN      VALUE 'Y'.
           05  PT-DONE-FLAG       PIC X(1) VALUE 'N'.
               88  PT-PRINT-DONE      VALUE 'Y'.

       *> ---------------------------------------------------
       *> PORTABLE MATCH EXPORT/IMPORT. AN IMPORT IS VALIDATED
       *> MOVE BY MOVE WITH THE SAME RULES THE RECONCILIATION
       *> ACCEPTED MATCH GETS A FRESH LOCAL NUMBER AND IS LOGGED
       *> WITH GAME MODE 4 (THE SPARE MODE CODE) SO IT CAN NEVER
       *> LEAK INTO THE MODE-1 SCORE.DAT CROSS-CHECK; THE WIN
       *> LENGTH TRAVELS IN THE HEADER. EVERY MATCH STORES ITS
       *> WIN LENGTH (ML-WIN-LENGTH / MX-WIN-LENGTH); EXPORT ONLY
       *> INFERS IT, FROM THE WINNER'S LONGEST RUN, FOR RECORDS
       *> WRITTEN BEFORE THAT FIELD EXISTED.
       *> ---------------------------------------------------
       01  PORTABLE-MATCH-VARS.
           05  PX-MAGIC           PIC X(22)
           05  PX-H-SIZE          PIC 9(1).
           05  PX-H-RESULT-TYPE   PIC X(1).
           05  PX-H-WIN-LENGTH    PIC 9(1).
           *> BLANK IN A FILE FROM A SITE WITHOUT THE VARIANTS -
           *> TAKEN AS STANDARD.
           05  PX-H-RULE-SET      PIC X(1).

       01  PX-MOVE-REC.
           05  PX-M-TAG           PIC X(2).
           05  HR-BEST-SCORE      PIC S9(4) VALUE 0.
           05  HR-BEST-ROW        PIC 9(1) VALUE 0.
           05  HR-BEST-COL        PIC 9(1) VALUE 0.
           05  HR-WORST-SCORE     PIC S9(4) VALUE 0.
           05  HR-HUMAN-TOKEN     PIC X(1) VALUE ' '.
           05  HR-BLUNDER-COUNT   PIC 9(3) VALUE 0.
           05  HR-ANSWER          PIC X(1) VALUE ' '.
               10  MM-CHILD-COL     PIC 9(1).
               10  MM-RESULT-SCORE  PIC S9(4).

       *> ---------------------------------------------------
       *> HARD-DIFFICULTY CERTIFICATION WALK. ONE LEVEL PER PLY
       *> PLAYED FROM THE EMPTY BOARD: THE MOVES STILL TO TRY AT
       *> THAT PLY (EVERY EMPTY CELL FOR THE OPPONENT, THE
       *> ENGINE'S CHOICE - OR EVERY BOOK CANDIDATE - FOR THE
       *> CAT) AND THE MOVE CURRENTLY ON THE BOARD. THE WALK IS
       *> ITERATIVE FOR THE SAME REASON THE MINIMAX IS.
       *> ---------------------------------------------------
       01  CERTIFY-VARS.
           05  CE-LEVEL OCCURS 25 TIMES.
               10  CE-OPT-COUNT     PIC 9(2).
               10  CE-OPT-NEXT      PIC 9(2).
               10  CE-MOVE-ROW      PIC 9(1).
               10  CE-MOVE-COL      PIC 9(1).
               10  CE-OPT OCCURS 25 TIMES.
                   15  CE-OPT-ROW   PIC 9(1).
                   15  CE-OPT-COL   PIC 9(1).
           05  CE-DEPTH           PIC 9(2) VALUE 0.
           05  CE-LVL             PIC 9(2) VALUE 0.
           05  CE-PICK            PIC 9(2) VALUE 0.
           05  CE-K               PIC 9(2) VALUE 0.
           05  CE-PLY-LIMIT       PIC 9(2) VALUE 0.
           05  CE-SAMPLE-PLIES    PIC 9(1) VALUE 0.
           05  CE-SAMPLE-WINLEN   PIC 9(1) VALUE 3.
           05  CE-CAT-TOKEN       PIC X(1) VALUE 'X'.
           05  CE-OPP-TOKEN       PIC X(1) VALUE 'O'.
           05  CE-MOVER-TOKEN     PIC X(1) VALUE SPACE.
           05  CE-RESULT          PIC X(1) VALUE SPACE.
           05  CE-PHASE           PIC X(1) VALUE 'P'.
               88  CE-PROOF-PHASE     VALUE 'P'.
               88  CE-SAMPLE-PHASE    VALUE 'S'.
           05  CE-LEAF-FLAG       PIC X(1) VALUE 'N'.
               88  CE-AT-LEAF         VALUE 'Y'.
           05  CE-HORIZON-FLAG    PIC X(1) VALUE 'N'.
               88  CE-AT-HORIZON      VALUE 'Y'.
           05  CE-DONE-FLAG       PIC X(1) VALUE 'N'.
               88  CE-WALK-DONE       VALUE 'Y'.
           05  CE-BOOK-FLAG       PIC X(1) VALUE 'N'.
               88  CE-BOOK-IN-PLAY    VALUE 'Y'.
           05  CE-VERDICT-FLAG    PIC X(1) VALUE 'P'.
               88  CE-CERT-PASSED     VALUE 'P'.
               88  CE-CERT-FAILED     VALUE 'F'.
           05  CE-POSITIONS       PIC 9(9) VALUE 0.
           05  CE-SEARCHES        PIC 9(7) VALUE 0.
           05  CE-CAT-WINS        PIC 9(7) VALUE 0.
           05  CE-DRAWS           PIC 9(7) VALUE 0.
           05  CE-LOSSES          PIC 9(7) VALUE 0.
           05  CE-OPEN-LINES      PIC 9(7) VALUE 0.
           05  CE-TOTAL-POSITIONS PIC 9(9) VALUE 0.
           05  CE-PROOF-LOSSES    PIC 9(7) VALUE 0.
           05  CE-SAMPLE-LOSSES   PIC 9(7) VALUE 0.
           05  CE-LISTED          PIC 9(4) VALUE 0.
           05  CE-POS-ED          PIC ZZZZZZZZ9.
           05  CE-COUNT-ED        PIC ZZZZZZ9.
           05  CE-WINS-ED         PIC ZZZZZZ9.
           05  CE-DRAWS-ED        PIC ZZZZZZ9.
           05  CE-LOSSES-ED       PIC ZZZZZZ9.
           05  CE-OPEN-ED         PIC ZZZZZZ9.
           05  CE-PTR             PIC 9(3) VALUE 1.
           05  CE-REPORT-LINE     PIC X(120) VALUE SPACES.
           05  CE-SAVE-SIZE       PIC 9(1) VALUE 3.
           05  CE-SAVE-WINLEN     PIC 9(1) VALUE 3.
           05  CE-SAVE-DIFF       PIC X(1) VALUE 'E'.
           05  CE-SAVE-RULE       PIC X(1) VALUE 'S'.
           05  CE-RULE-IDX        PIC 9(1) VALUE 0.
           05  CE-RULES-FAILED    PIC 9(1) VALUE 0.

       *> ---------------------------------------------------
       *> FAIR-PLAY SCREENING. A "DECISIVE" POSITION IS ONE WHERE
       *> SOME MOVE SCORES WORSE THAN THE BEST (HR-WORST-SCORE
       *> BELOW HR-BEST-SCORE); THE MATCH RATE IS THE SHARE OF
       *> THOSE WHERE THE PLAYER FOUND A BEST-SCORING MOVE. THE
       *> TIME SPREAD IS THE STANDARD DEVIATION OF THE PLAYER'S
       *> THINK SECONDS AS A PERCENTAGE OF THE MEAN - LOW MEANS
       *> THE SAME PACE WHATEVER THE POSITION. THE LIMITS BELOW
       *> ARE THE HOUSE SETTINGS; THE PEER TEST NEEDS A FIELD OF
       *> AT LEAST FP-MIN-PEERS PLAYERS (WITH FEWER, NO ONE CAN
       *> STAND FP-Z-LIMIT DEVIATIONS CLEAR) AND OTHERWISE THE
       *> FLOOR ALONE APPLIES.
       *> ---------------------------------------------------
       01  FAIRPLAY-VARS.
           05  FP-MIN-GAMES       PIC 9(4) VALUE 0.
           05  FP-STD-MIN-GAMES   PIC 9(4) VALUE 10.
           05  FP-RATE-FLOOR      PIC 9(3)V9(2) VALUE 85.
           05  FP-Z-LIMIT         PIC 9V9(2) VALUE 2.
           05  FP-MIN-PEERS       PIC 9(3) VALUE 6.
           05  FP-SPREAD-LIMIT    PIC 9(3)V9(2) VALUE 35.
           05  FP-MIN-TIMED       PIC 9(3) VALUE 10.
           05  FP-CITE-MIN-MOVES  PIC 9(3) VALUE 2.
           05  FP-COUNT           PIC 9(7) VALUE 0.
           05  FP-CITE-IDX        PIC 9(2) VALUE 0.
           05  FP-SEAT-NAME       PIC X(12) VALUE SPACES.
           05  FP-NEW-PLAYER-FLAG PIC X(1) VALUE 'N'.
               88  FP-NEW-PLAYER      VALUE 'Y'.
           05  FP-WORK-EOF-FLAG   PIC X(1) VALUE 'N'.
               88  FP-WORK-EOF        VALUE 'Y'.
           05  FP-WORK-FAIL-FLAG  PIC X(1) VALUE 'N'.
               88  FP-WORK-FAILED     VALUE 'Y'.
           05  FP-WALK-PARA       PIC X(1) VALUE 'M'.
           05  FP-SIZE-FLAG       PIC X(1) VALUE 'N'.
               88  FP-SIZE-KNOWN      VALUE 'Y'.
           05  FP-USE-WINLEN      PIC 9(1) VALUE 3.
           05  FP-SOURCE-FLAG     PIC X(1) VALUE 'N'.
               88  FP-MATCHES-FOUND   VALUE 'Y'.
           05  FP-MATCHES-READ    PIC 9(7) VALUE 0.
           05  FP-MATCHES-SCREENED PIC 9(7) VALUE 0.
           05  FP-SKIPPED-SIZE    PIC 9(7) VALUE 0.
           05  FP-SKIPPED-DUP     PIC 9(7) VALUE 0.
           05  FP-MOVES-ANALYSED  PIC 9(7) VALUE 0.
           05  FP-M-DECISIVE      PIC 9(3) VALUE 0.
           05  FP-M-MATCHED       PIC 9(3) VALUE 0.
           05  FP-M-ANALYSED      PIC 9(3) VALUE 0.
           05  FP-THINK           PIC 9(4) VALUE 0.
           05  FP-PEERS           PIC 9(7) VALUE 0.
           05  FP-BELOW-MIN       PIC 9(7) VALUE 0.
           05  FP-FLAGGED         PIC 9(7) VALUE 0.
           05  FP-RATE            PIC 9(3)V9(2) VALUE 0.
           05  FP-RATE-SUM        PIC 9(10)V9(2) VALUE 0.
           05  FP-RATE-SQ-SUM     PIC 9(14)V9(4) VALUE 0.
           05  FP-MEAN            PIC 9(3)V9(2) VALUE 0.
           05  FP-SD              PIC 9(3)V9(2) VALUE 0.
           05  FP-VARIANCE        PIC S9(9)V9(4) VALUE 0.
           05  FP-PEER-LIMIT      PIC 9(3)V9(2) VALUE 0.
           05  FP-AVG-SECS        PIC 9(4)V9(2) VALUE 0.
           05  FP-SPREAD          PIC 9(3)V9(2) VALUE 0.
           05  FP-RATE-FLAG       PIC X(1) VALUE 'N'.
               88  FP-RATE-UNUSUAL    VALUE 'Y'.
           05  FP-TIME-FLAG       PIC X(1) VALUE 'N'.
               88  FP-TIME-UNUSUAL    VALUE 'Y'.
           05  FP-ELIGIBLE-FLAG   PIC X(1) VALUE 'N'.
               88  FP-ELIGIBLE        VALUE 'Y'.
           05  FP-COUNT-ED        PIC ZZZZZZ9.
           05  FP-GAMES-ED        PIC ZZZZ9.
           05  FP-DECISIVE-ED     PIC ZZZZZ9.
           05  FP-MATCHED-ED      PIC ZZZZZ9.
           05  FP-RATE-ED         PIC ZZ9.99.
           05  FP-LIMIT-ED        PIC ZZ9.99.
           05  FP-SD-ED           PIC ZZ9.99.
           05  FP-AVG-ED          PIC ZZZ9.99.
           05  FP-SPREAD-ED       PIC ZZ9.99.
           05  FP-SKIPPED-ED      PIC ZZZZ9.
           05  FP-Z-ED            PIC 9.99.
           05  FP-MARKS           PIC X(20) VALUE SPACES.
           05  FP-PTR             PIC 9(3) VALUE 1.
           05  FP-REPORT-LINE     PIC X(100) VALUE SPACES.
           05  FP-RUN-DATE        PIC 9(8) VALUE 0.
           05  FP-SAVE-SIZE       PIC 9(1) VALUE 3.
           05  FP-SAVE-WINLEN     PIC 9(1) VALUE 3.
           05  FP-SAVE-RULE       PIC X(1) VALUE 'S'.

       *> ---------------------------------------------------
       *> DISPLAY BUFFERS (BOARD RENDERING)
       *> ---------------------------------------------------
                   PERFORM RUN-RECONCILIATION
               WHEN MODE-ARCHIVE
                   PERFORM RUN-ARCHIVE-PURGE
               WHEN MODE-RENUMBER
                   PERFORM RUN-MATCH-RENUMBER
               WHEN MODE-RESUME
                   PERFORM RESUME-SAVED-MATCH
                   PERFORM RUN-INTERACTIVE-SESSION
                    RN-PAIRED-OPT NOT = ' '
                   MOVE "PAIRED FLAG MUST BE Y, N OR BLANK"
                       TO RN-REJECT-REASON
               WHEN RN-RULE-SET NOT = 'S' AND
                    RN-RULE-SET NOT = 'M' AND
                    RN-RULE-SET NOT = 'R' AND
                    RN-RULE-SET NOT = ' '
                   MOVE "RULE SET MUST BE S, M, R OR BLANK"
                       TO RN-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                   MOVE RN-CHECKPOINT-INT TO CHECKPOINT-INTERVAL
               END-IF
               MOVE RN-RANDOM-SEED TO RN-SEED-VALUE
               IF RN-RULE-SET = SPACE
                   MOVE 'S' TO RULE-SET
               ELSE
                   MOVE RN-RULE-SET TO RULE-SET
               END-IF
               IF RN-PAIRED-OPT = 'Y'
                   SET PR-PAIRED-ROUNDS TO TRUE
                   MOVE RN-X-DIFFICULTY TO PR-ENG-A-DIFF
               WHEN JS-GAME-MODE NOT NUMERIC
                   MOVE "STEP MODE NOT NUMERIC" TO JB-REASON
               WHEN JS-GAME-MODE NOT = 5 AND JS-GAME-MODE NOT = 6
                    AND JS-GAME-MODE NOT = 8
                    AND JS-GAME-MODE NOT = 10
                    AND JS-GAME-MODE NOT = 11
                    AND JS-GAME-MODE NOT = 12
                    AND JS-GAME-MODE NOT = 13
                    AND JS-GAME-MODE NOT = 14
                    AND JS-GAME-MODE NOT = 15
                    AND JS-GAME-MODE NOT = 17
                    AND JS-GAME-MODE NOT = 21
                    AND JS-GAME-MODE NOT = 22
                    AND JS-GAME-MODE NOT = 23
                   MOVE "STEP MODE MUST BE 5 6 8 10-15 17 21-23"
                       TO JB-REASON
               WHEN (JS-GAME-MODE = 5 OR JS-GAME-MODE = 6) AND
                    (JS-BOARD-SIZE NOT NUMERIC OR
                    JS-EXTRACT-SCOPE NOT = 'F' AND
                    JS-EXTRACT-SCOPE NOT = 'I'
                   MOVE "EXTRACT SCOPE MUST BE F OR I" TO JB-REASON
               WHEN JS-GAME-MODE = 21 AND
                    (JS-WIN-LENGTH NOT NUMERIC OR
                     JS-WIN-LENGTH < 3 OR JS-WIN-LENGTH > 5)
                   MOVE "SAMPLE WIN LENGTH MUST BE 3, 4 OR 5"
                       TO JB-REASON
               WHEN JS-GAME-MODE = 21 AND
                    JS-SAMPLE-PLIES NOT = SPACE AND
                    JS-SAMPLE-PLIES NOT NUMERIC
                   MOVE "SAMPLE PLIES MUST BE 0-9 OR BLANK"
                       TO JB-REASON
               WHEN JS-GAME-MODE = 22 AND
                    JS-MATCH-TARGET NOT NUMERIC
                   MOVE "MINIMUM GAMES NOT NUMERIC" TO JB-REASON
               WHEN JS-GAME-MODE = 8 AND
                    JS-RANGE-START NOT = SPACES AND
                    JS-RANGE-START NOT NUMERIC
                   MOVE "START DATE MUST BE YYYYMMDD OR BLANK"
                       TO JB-REASON
               WHEN JS-GAME-MODE = 8 AND
                    JS-RANGE-END NOT = SPACES AND
                    JS-RANGE-END NOT NUMERIC
                   MOVE "END DATE MUST BE YYYYMMDD OR BLANK"
                       TO JB-REASON
               WHEN JS-GAME-MODE = 8 AND
                    JS-RANGE-START = SPACES AND
                    JS-RANGE-END NOT = SPACES
                   MOVE "END DATE GIVEN WITHOUT A START DATE"
                       TO JB-REASON
               WHEN JS-GAME-MODE = 8 AND
                    JS-RANGE-START NOT = SPACES AND
                    JS-RANGE-END NOT = SPACES AND
                    JS-RANGE-START > JS-RANGE-END
                   MOVE "START DATE IS AFTER THE END DATE"
                       TO JB-REASON
               WHEN JS-GAME-MODE = 8 AND
                    JS-RANGE-DAYS NOT = SPACES AND
                    (JS-RANGE-DAYS NOT NUMERIC OR
                     JS-RANGE-DAYS = "000")
                   MOVE "RANGE DAYS MUST BE 001-999 OR BLANK"
                       TO JB-REASON
               WHEN JS-GAME-MODE = 8 AND
                    JS-RANGE-START NOT = SPACES AND
                    JS-RANGE-DAYS NOT = SPACES
                   MOVE "START DATE AND RANGE DAYS BOTH GIVEN"
                       TO JB-REASON
               WHEN (JS-GAME-MODE = 5 OR JS-GAME-MODE = 6 OR
                     JS-GAME-MODE = 8) AND
                    JS-RULE-SET NOT = 'S' AND
                    JS-RULE-SET NOT = 'M' AND
                    JS-RULE-SET NOT = 'R' AND
                    JS-RULE-SET NOT = ' '
                   MOVE "RULE SET MUST BE S, M, R OR BLANK"
                       TO JB-REASON
               WHEN JB-COUNT >= 20
                   MOVE "MORE THAN 20 STEPS" TO JB-REASON
               WHEN OTHER
               MOVE JS-PAIRED-OPT TO JB-ST-PAIRED(JB-COUNT)
               MOVE JS-CUTOFF-MATCH TO JB-ST-CUTOFF(JB-COUNT)
               MOVE JS-EXTRACT-SCOPE TO JB-ST-SCOPE(JB-COUNT)
               MOVE JS-SAMPLE-PLIES TO JB-ST-PLIES(JB-COUNT)
               MOVE JS-RANGE-START TO JB-ST-FROM(JB-COUNT)
               MOVE JS-RANGE-END TO JB-ST-TO(JB-COUNT)
               MOVE JS-RANGE-DAYS TO JB-ST-DAYS(JB-COUNT)
               IF JS-RULE-SET = SPACE
                   MOVE 'S' TO JB-ST-RULE(JB-COUNT)
               ELSE
                   MOVE JS-RULE-SET TO JB-ST-RULE(JB-COUNT)
               END-IF
           END-IF.

       JB-WRITE-REJECT-STATUS.
       RUN-JOB-STEP.
           MOVE 'N' TO JB-STEP-FAIL-FLAG.
           MOVE SPACES TO JB-REASON.
           MOVE 'N' TO PT-DONE-FLAG.
           DISPLAY " ".
           DISPLAY "JOB STREAM STEP " JB-IDX " - MODE "
               JB-ST-MODE(JB-IDX) ".".
               WHEN 5
               WHEN 6
                   PERFORM JB-RUN-SELFPLAY-STEP
               WHEN 8
                   PERFORM JB-SET-STATISTICS-RANGE
                   MOVE JB-ST-RULE(JB-IDX) TO ST-RULE-SET
                   PERFORM RUN-STATISTICS-REPORT
                   PERFORM JB-CHECK-PRINT-FILE
               WHEN 10
                   PERFORM RUN-RECONCILIATION
                   *> A DIRTY RECONCILIATION IS A FAILED STEP BY
                       MOVE "ARCHIVE CONTROL TOTALS CHECK FAILED"
                           TO JB-REASON
                   END-IF
               WHEN 11
                   PERFORM DISPLAY-LEAGUE-STANDINGS
                   PERFORM JB-CHECK-PRINT-FILE
               WHEN 13
                   PERFORM RUN-DAILY-ACTIVITY-REPORT
                   PERFORM JB-CHECK-PRINT-FILE
               WHEN 14
                   PERFORM RUN-OPENING-ANALYSIS
                   PERFORM JB-CHECK-PRINT-FILE
               WHEN 15
                   MOVE JB-ST-SCOPE(JB-IDX) TO EX-SCOPE
                   PERFORM EX-EXECUTE-EXTRACT
               WHEN 17
                   PERFORM RUN-TIMING-REPORT
                   PERFORM JB-CHECK-PRINT-FILE
               WHEN 21
                   MOVE JB-ST-WINLEN(JB-IDX) TO CE-SAMPLE-WINLEN
                   IF JB-ST-PLIES(JB-IDX) IS NUMERIC
                       MOVE JB-ST-PLIES(JB-IDX) TO CE-SAMPLE-PLIES
                   ELSE
                       MOVE 0 TO CE-SAMPLE-PLIES
                   END-IF
                   PERFORM CE-EXECUTE-CERTIFICATION
                   *> THE CERTIFICATION IS A RELEASE GATE - A LOSS
                   *> ON 3X3 STOPS EVERYTHING QUEUED BEHIND IT.
                   IF CE-CERT-FAILED
                       SET JB-STEP-FAILED TO TRUE
                       MOVE "HARD CERTIFICATION FAILED (CERTRPT.DAT)"
                           TO JB-REASON
                   END-IF
               WHEN 22
                   *> A FLAGGED PLAYER IS A MATTER FOR THE OPERATOR,
                   *> NOT A FAILED STEP - THE STREAM CARRIES ON.
                   IF JB-ST-TARGET(JB-IDX) > 9999
                       MOVE 9999 TO FP-MIN-GAMES
                   ELSE
                       MOVE JB-ST-TARGET(JB-IDX) TO FP-MIN-GAMES
                   END-IF
                   PERFORM FP-EXECUTE-SCREENING
                   *> A RUN THAT COULD NOT KEEP ITS PLAYER TOTALS HAS
                   *> SCREENED NOBODY RELIABLY.
                   IF FP-WORK-FAILED
                       SET JB-STEP-FAILED TO TRUE
                       MOVE "FAIR-PLAY WORK FILE FAILED (FAIRWRK.DAT)"
                           TO JB-REASON
                   END-IF
               WHEN 23
                   *> VERIFY ONLY - THE CANDIDATE AND THE VARIANCE
                   *> REPORT ARE LEFT FOR THE OPERATOR. DRIFT STOPS
                   *> THE STREAM SO NOTHING QUEUED BEHIND IT (A
                   *> PURGE ABOVE ALL) BUILDS ON A BAD MASTER.
                   PERFORM RB-EXECUTE-REBUILD
                   EVALUATE TRUE
                       WHEN RB-RUN-FAILED
                           SET JB-STEP-FAILED TO TRUE
                           MOVE "PLAYER MASTER REBUILD COULD NOT RUN"
                               TO JB-REASON
                       WHEN RB-VARIANCE-COUNT > 0
                           SET JB-STEP-FAILED TO TRUE
                           MOVE "PLAYER MASTER DRIFT (PLAYVAR.DAT)"
                               TO JB-REASON
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           END-IF.
           WRITE RUN-STATUS-RECORD FROM JB-STATUS-LINE.

       *> THE STEP'S RANGE COLUMNS STAND IN FOR THE TERMINAL DATE
       *> PROMPTS. A DAY COUNT WITH NO START DATE GIVES THE N
       *> COMPLETE DAYS ENDING YESTERDAY, SO A NIGHTLY STREAM
       *> NEVER NEEDS ITS DATES EDITING.
       JB-SET-STATISTICS-RANGE.
           MOVE JB-ST-FROM(JB-IDX) TO RG-START-DATE.
           MOVE JB-ST-TO(JB-IDX) TO RG-END-DATE.
           MOVE 'N' TO RG-ACTIVE-FLAG.
           IF RG-START-DATE NOT = SPACES
               IF RG-END-DATE = SPACES
                   MOVE FUNCTION CURRENT-DATE(1:8) TO RG-END-DATE
               END-IF
               SET RG-RANGE-ACTIVE TO TRUE
           ELSE
               IF JB-ST-DAYS(JB-IDX) NOT = SPACES
                   MOVE JB-ST-DAYS(JB-IDX) TO RG-DAYS-BACK
                   MOVE FUNCTION CURRENT-DATE(1:8) TO RG-TODAY
                   COMPUTE RG-DAY-NUM =
                       FUNCTION INTEGER-OF-DATE(RG-TODAY) - RG-DAYS-BACK
                   COMPUTE RG-WORK-DATE =
                       FUNCTION DATE-OF-INTEGER(RG-DAY-NUM)
                   MOVE RG-WORK-DATE TO RG-START-DATE
                   COMPUTE RG-DAY-NUM =
                       FUNCTION INTEGER-OF-DATE(RG-TODAY) - 1
                   COMPUTE RG-WORK-DATE =
                       FUNCTION DATE-OF-INTEGER(RG-DAY-NUM)
                   MOVE RG-WORK-DATE TO RG-END-DATE
                   SET RG-RANGE-ACTIVE TO TRUE
               END-IF
           END-IF.

       *> THE PRINT FILE IS WHAT A REPORT STEP IS RUN FOR - A
       *> STEP THAT COULD NOT WRITE IT HAS NOT DONE ITS JOB.
       JB-CHECK-PRINT-FILE.
           IF NOT PT-PRINT-DONE
               SET JB-STEP-FAILED TO TRUE
               MOVE "REPORT PRINT FILE COULD NOT BE WRITTEN"
                   TO JB-REASON
           END-IF.

       *> A SELF-PLAY STEP BORROWS THE RUN-CONTROL PLUMBING: THE
       *> PER-SEAT DIFFICULTY DIALS, THE NO-PROMPTS GUARDS IN THE
       *> TOURNAMENT AND EXHIBITION MODES, AND THE FIXED-SEED
           MOVE JB-ST-MODE(JB-IDX) TO GAME-MODE.
           MOVE JB-ST-BOARD(JB-IDX) TO BOARD-SIZE.
           MOVE JB-ST-WINLEN(JB-IDX) TO WIN-LENGTH.
           MOVE JB-ST-RULE(JB-IDX) TO RULE-SET.
           MOVE JB-ST-XDIFF(JB-IDX) TO RN-SEAT-X-DIFF.
           MOVE JB-ST-ODIFF(JB-IDX) TO RN-SEAT-O-DIFF.
           MOVE JB-ST-TARGET(JB-IDX) TO TOURNAMENT-TARGET.
               DISPLAY "| 17. MOVE TIMING REPORT                     |"
               DISPLAY "| 18. EXPORT MATCH TO PORTABLE FILE          |"
               DISPLAY "| 19. IMPORT MATCH FROM PORTABLE FILE        |"
               DISPLAY "| 20. RENUMBER DUPLICATE MATCH NUMBERS       |"
               DISPLAY "| 21. HARD DIFFICULTY CERTIFICATION RUN      |"
               DISPLAY "| 22. FAIR-PLAY SCREENING REPORT             |"
               DISPLAY "| 23. REBUILD/VERIFY PLAYER MASTER           |"
               DISPLAY "| 24. CONVERT PLAYERS.DAT TO A KEYED FILE    |"
               DISPLAY "| 25. OPEN A LEAGUE SEASON FROM ROSTER.DAT   |"
               DISPLAY "| 26. LEAGUE SEASON TABLE                    |"
               DISPLAY "| 27. CLOSE THE LEAGUE SEASON                |"
               DISPLAY "| 28. ERASE A PLAYER'S DATA (ANONYMISE)      |"
               DISPLAY "+-------------------------------------------+"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT GAME-MODE
                       END-IF
                   WHEN MODE-TIMING
                       PERFORM RUN-TIMING-REPORT
                   WHEN MODE-CERTIFY
                       PERFORM RUN-HARD-CERTIFICATION
                   WHEN MODE-FAIRPLAY
                       PERFORM RUN-FAIRPLAY-SCREENING
                   WHEN MODE-EXPORT
                       PERFORM RUN-MATCH-EXPORT
                   WHEN MODE-IMPORT
                           PERFORM RUN-MATCH-IMPORT
                           PERFORM RELEASE-SESSION-LOCK
                       END-IF
                   WHEN MODE-PLAYER-REBUILD
                       *> A CONFIRMED REBUILD REPLACES PLAYERS.DAT,
                       *> AND NO MATCH MAY POST WHILE THE HISTORY IS
                       *> BEING REPLAYED - WRITER LOCK, AS ABOVE.
                       PERFORM CLAIM-SESSION-LOCK
                       IF LK-SYSTEM-BUSY
                           DISPLAY "SYSTEM IN USE - THE REBUILD IS "
                               "UNAVAILABLE UNTIL THE OTHER "
                               "SESSION ENDS."
                       ELSE
                           PERFORM RUN-PLAYER-REBUILD
                           PERFORM RELEASE-SESSION-LOCK
                       END-IF
                   WHEN MODE-PLAYER-CONVERT
                       *> THE CONVERSION REPLACES PLAYERS.DAT OUTRIGHT
                       *> - WRITER LOCK, AS ABOVE.
                       PERFORM CLAIM-SESSION-LOCK
                       IF LK-SYSTEM-BUSY
                           DISPLAY "SYSTEM IN USE - THE CONVERSION IS "
                               "UNAVAILABLE UNTIL THE OTHER "
                               "SESSION ENDS."
                       ELSE
                           PERFORM RUN-PLAYER-CONVERSION
                           PERFORM RELEASE-SESSION-LOCK
                       END-IF
                   WHEN MODE-SEASON-OPEN
                       *> OPENING A SEASON REGISTERS THE ROSTER ON
                       *> PLAYERS.DAT AND WRITES THE FIXTURES -
                       *> WRITER LOCK, AS ABOVE.
                       PERFORM CLAIM-SESSION-LOCK
                       IF LK-SYSTEM-BUSY
                           DISPLAY "SYSTEM IN USE - A SEASON CANNOT "
                               "BE OPENED UNTIL THE OTHER SESSION "
                               "ENDS."
                       ELSE
                           PERFORM RUN-SEASON-OPEN
                           PERFORM RELEASE-SESSION-LOCK
                       END-IF
                   WHEN MODE-SEASON-TABLE
                       PERFORM RUN-SEASON-TABLE
                   WHEN MODE-SEASON-CLOSE
                       *> THE CLOSE FORFEITS FIXTURES AND MOVES
                       *> RATINGS ON PLAYERS.DAT - WRITER LOCK.
                       PERFORM CLAIM-SESSION-LOCK
                       IF LK-SYSTEM-BUSY
                           DISPLAY "SYSTEM IN USE - THE SEASON "
                               "CANNOT BE CLOSED UNTIL THE OTHER "
                               "SESSION ENDS."
                       ELSE
                           PERFORM RUN-SEASON-CLOSE
                           PERFORM RELEASE-SESSION-LOCK
                       END-IF
                   WHEN MODE-ERASE
                       *> THE ERASURE REWRITES THE LOGS AND EVERY
                       *> PLAYER FILE - WRITER LOCK, AS ABOVE.
                       PERFORM CLAIM-SESSION-LOCK
                       IF LK-SYSTEM-BUSY
                           DISPLAY "SYSTEM IN USE - THE ERASURE "
                               "CANNOT RUN UNTIL THE OTHER SESSION "
                               "ENDS."
                       ELSE
                           PERFORM RUN-PLAYER-ERASURE
                           PERFORM RELEASE-SESSION-LOCK
                       END-IF
                   WHEN GAME-MODE = 1 OR GAME-MODE = 2 OR GAME-MODE = 3 OR
                        GAME-MODE = 5 OR GAME-MODE = 6 OR GAME-MODE = 7 OR
                        GAME-MODE = 10 OR GAME-MODE = 12 OR
                        GAME-MODE = 20
                       SET GAME-MODE-IS-VALID TO TRUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE. TRY AGAIN."
               END-IF
           END-PERFORM.

           SET CONFIG-IS-INVALID TO TRUE.
           PERFORM UNTIL CONFIG-IS-VALID
               DISPLAY "RULE SET - S STANDARD, M MISERE (COMPLETING A "
                   "LINE LOSES),"
               DISPLAY "           R RESTRICTED OPENING (NO CENTRE OR "
                   "CORNER FIRST) - BLANK = S: "
                   WITH NO ADVANCING
               MOVE SPACE TO RS-ANSWER
               ACCEPT RS-ANSWER
               PERFORM RS-TAKE-RULE-ANSWER
           END-PERFORM.
           MOVE RS-RULE-CODE TO RULE-SET.

       CONFIGURE-PLAYERS.
           IF MODE-TWO-HUMAN
               SET SEAT-X-HUMAN TO TRUE
               MOVE 0 TO PLAYER-O-WINS
               MOVE 0 TO TWO-HUMAN-DRAWS
               PERFORM REGISTER-SESSION-PLAYERS
               PERFORM SN-ANNOUNCE-FIXTURE
               PERFORM CONFIGURE-MOVE-CLOCK
           ELSE
               SET SEAT-X-HUMAN TO TRUE
               SET SEAT-O-AI TO TRUE
               MOVE 'HUMAN' TO PLAYER-X-NAME
               MOVE 'TIC TAC CAT' TO PLAYER-O-NAME
               IF MODE-HUMAN-VS-AI
                   PERFORM SIGN-IN-CHALLENGER
               END-IF
               PERFORM CONFIGURE-DIFFICULTY
               IF MODE-HUMAN-VS-AI
                   PERFORM CONFIGURE-OPENING-BOOK
               END-IF
           END-IF.

       *> THE HUMAN SEAT AGAINST THE CAT SIGNS IN BY NAME, SO THE
       *> RESULT IS CREDITED TO THAT PLAYER'S OWN PLAYERS.DAT
       *> RECORD AND CAT LEDGER INSTEAD OF ONE ANONYMOUS "HUMAN".
       *> A BLANK NAME STILL PLAYS, AS THE SHARED HUMAN RECORD.
       *> THE CAT'S OWN NAME IS REFUSED - IT IS NOT A PLAYER.
       SIGN-IN-CHALLENGER.
           SET CONFIG-IS-INVALID TO TRUE.
           PERFORM UNTIL CONFIG-IS-VALID
               DISPLAY "SIGN IN - ENTER YOUR NAME (BLANK = GUEST): "
                   WITH NO ADVANCING
               ACCEPT PLAYER-X-NAME
               IF PLAYER-X-NAME = SPACES
                   MOVE 'HUMAN' TO PLAYER-X-NAME
               END-IF
               IF PLAYER-X-NAME = PLAYER-O-NAME
                   DISPLAY "THAT NAME BELONGS TO THE CAT. "
                       "PICK ANOTHER."
               ELSE
                   SET CONFIG-IS-VALID TO TRUE
               END-IF
           END-PERFORM.
           PERFORM PM-OPEN-MASTER.
           MOVE 1 TO PM-SLOT.
           MOVE PLAYER-X-NAME TO PM-SEARCH-NAME.
           PERFORM FIND-OR-ADD-PLAYER.
           PERFORM PM-CLOSE-MASTER.
           DISPLAY "SIGNED IN AS " PLAYER-X-NAME ".".
           PERFORM CL-OPEN-LEDGER-INPUT.
           MOVE PLAYER-X-NAME TO CL-CUR-NAME.
           PERFORM CL-LOAD-PLAYER-SLOTS.
           PERFORM CL-CLOSE-LEDGER.
           IF CL-ANY-ENTRY
               PERFORM CL-FORMAT-SLOTS
               DISPLAY "YOUR RECORD AGAINST THE CAT (W / L / D):"
               DISPLAY "  EASY   " CL-SLOT-TEXT(1)
               DISPLAY "  MEDIUM " CL-SLOT-TEXT(2)
               DISPLAY "  HARD   " CL-SLOT-TEXT(3)
           END-IF.

       CONFIGURE-DIFFICULTY.
           SET CONFIG-IS-INVALID TO TRUE.
           PERFORM UNTIL CONFIG-IS-VALID
           MOVE 0 TO CK-X-USED-SECS.
           MOVE 0 TO CK-O-USED-SECS.
           MOVE 0 TO CK-MOVE-SECS.
           PERFORM ALLOCATE-MATCH-NUMBER.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > 5

                           IF ROW-IDX >= 1 AND ROW-IDX <= BOARD-SIZE AND
                              COL-IDX >= 1 AND COL-IDX <= BOARD-SIZE
                               MOVE 'N' TO RS-BARRED-FLAG
                               IF RULE-RESTRICTED AND MOVES-COUNT = 0
                                   MOVE ROW-IDX TO RS-CELL-ROW
                                   MOVE COL-IDX TO RS-CELL-COL
                                   PERFORM RS-CHECK-OPENING-CELL
                               END-IF
                               IF RS-CELL-BARRED
                                   IF NOT BATCH-MODE-ON
                                       DISPLAY "RESTRICTED OPENING - THE FIRST MOVE "
                                           "MAY NOT TAKE THE CENTRE OR A CORNER."
                                   END-IF
                               ELSE
                                   IF BOARD-COL(ROW-IDX, COL-IDX) = ' '
                                       MOVE CURRENT-PLAYER TO BOARD-COL(ROW-IDX, COL-IDX)
                                       ADD 1 TO MOVES-COUNT
                                       MOVE ROW-IDX TO LAST-MOVE-ROW
                                       MOVE COL-IDX TO LAST-MOVE-COL
                                       MOVE CURRENT-PLAYER TO LAST-MOVE-TOKEN
                                       SET INPUT-IS-VALID TO TRUE
                                   ELSE
                                       IF NOT BATCH-MODE-ON
                                           DISPLAY "SPACE OCCUPIED. TRY AGAIN."
                                       END-IF
                                   END-IF
                               END-IF
                           ELSE
           PERFORM CK-NOTE-MOVE-TIME.

       GET-AI-MOVE-HEURISTIC.
           *> THE VARIANTS COME FIRST: A RESTRICTED OPENING HAS ITS
           *> OWN SHORT LIST OF LEGAL CELLS, AND UNDER MISERE THE
           *> WIN/BLOCK/CENTRE/CORNER STEPS BELOW WOULD PLAY
           *> STRAIGHT INTO A LOSS - RS-GET-MISERE-MOVE ALWAYS FINDS
           *> A CELL, SO THEY ARE NEVER REACHED.
           IF RULE-RESTRICTED AND MOVES-COUNT = 0
               PERFORM RS-GET-OPENING-MOVE
           END-IF.
           IF RULE-MISERE AND NOT MOVE-FOUND
               PERFORM RS-GET-MISERE-MOVE
           END-IF.

           *> 1. ATTEMPT TO WIN (EASY/MEDIUM SOMETIMES MISS THIS ON
           *>    PURPOSE - SEE ROLL-FOR-TACTICAL-MISS - SO THE LOWER
           *>    TIERS ARE ACTUALLY BEATABLE, NOT JUST TIE-BREAK NOISE)
               END-PERFORM
           END-IF.

       *> ---------------------------------------------------
       *> RULE-SET VARIANTS (SEE RULE-SET IN BOARD-CONFIG)
       *> ---------------------------------------------------
       *> THE CELLS A RESTRICTED OPENING MAY NOT TAKE: THE FOUR
       *> CORNERS AND THE CENTRE - ONE CELL ON AN ODD BOARD, THE
       *> MIDDLE 2X2 ON A 4X4. RS-CELL-ROW/RS-CELL-COL IN,
       *> RS-BARRED-FLAG OUT. WHETHER THE RULE APPLIES AT ALL
       *> (RESTRICTED, FIRST MOVE) IS THE CALLER'S TEST.
       RS-CHECK-OPENING-CELL.
           MOVE 'N' TO RS-BARRED-FLAG.
           COMPUTE RS-MID-LO = (BOARD-SIZE + 1) / 2.
           COMPUTE RS-MID-HI = BOARD-SIZE / 2 + 1.
           IF (RS-CELL-ROW = 1 OR RS-CELL-ROW = BOARD-SIZE) AND
              (RS-CELL-COL = 1 OR RS-CELL-COL = BOARD-SIZE)
               SET RS-CELL-BARRED TO TRUE
           END-IF.
           IF RS-CELL-ROW >= RS-MID-LO AND RS-CELL-ROW <= RS-MID-HI AND
              RS-CELL-COL >= RS-MID-LO AND RS-CELL-COL <= RS-MID-HI
               SET RS-CELL-BARRED TO TRUE
           END-IF.

       *> RS-RULE-CODE IN (SPACE READS AS STANDARD), RS-RULE-IDX
       *> AND RS-RULE-NAME OUT.
       RS-SET-RULE-INDEX.
           EVALUATE RS-RULE-CODE
               WHEN 'M'
                   MOVE 2 TO RS-RULE-IDX
               WHEN 'R'
                   MOVE 3 TO RS-RULE-IDX
               WHEN OTHER
                   MOVE 1 TO RS-RULE-IDX
           END-EVALUATE.
           MOVE RS-NAME(RS-RULE-IDX) TO RS-RULE-NAME.

       *> ONE ANSWER TO A RULE-SET PROMPT. BLANK MEANS STANDARD.
       RS-TAKE-RULE-ANSWER.
           EVALUATE RS-ANSWER
               WHEN ' '
               WHEN 'S'
               WHEN 's'
                   MOVE 'S' TO RS-RULE-CODE
                   SET CONFIG-IS-VALID TO TRUE
               WHEN 'M'
               WHEN 'm'
                   MOVE 'M' TO RS-RULE-CODE
                   SET CONFIG-IS-VALID TO TRUE
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO RS-RULE-CODE
                   SET CONFIG-IS-VALID TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID RULE SET. CHOOSE S, M OR R."
           END-EVALUATE.

       *> THE CAT'S FIRST MOVE UNDER A RESTRICTED OPENING - ANY
       *> EDGE CELL, THE FIRST ONE FOUND ON EASY AND A RANDOM ONE
       *> ON MEDIUM, AS TAKE-FIRST-SLOT PICKS.
       RS-GET-OPENING-MOVE.
           MOVE 0 TO CANDIDATE-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > BOARD-SIZE
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > BOARD-SIZE
                   MOVE I TO RS-CELL-ROW
                   MOVE J TO RS-CELL-COL
                   PERFORM RS-CHECK-OPENING-CELL
                   IF BOARD-COL(I, J) = ' ' AND NOT RS-CELL-BARRED
                       PERFORM ADD-CANDIDATE-IJ
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM TAKE-CANDIDATE-IF-ANY.

       *> MISERE PLAY FOR EASY AND MEDIUM. EVERY EMPTY CELL IS
       *> MARKED L IF TAKING IT WOULD COMPLETE THE CAT'S OWN LINE
       *> (AN OUTRIGHT LOSS) OR P IF IT WOULD COMPLETE THE
       *> OPPONENT'S (A CELL TO LEAVE OPEN FOR THEM). THE CAT
       *> PLAYS AN UNMARKED CELL IF THERE IS ONE, THEN A P CELL,
       *> AND AN L CELL ONLY WHEN NOTHING ELSE IS LEFT. LIKE THE
       *> STANDARD ENGINE'S TACTICAL MISS, EASY AND MEDIUM
       *> SOMETIMES SLIP AND PLAY ANY EMPTY CELL AT ALL.
       RS-GET-MISERE-MOVE.
           PERFORM VARYING RS-CELL-ROW FROM 1 BY 1
                   UNTIL RS-CELL-ROW > BOARD-SIZE
               PERFORM VARYING RS-CELL-COL FROM 1 BY 1
                       UNTIL RS-CELL-COL > BOARD-SIZE
                   MOVE ' ' TO RS-MARK(RS-CELL-ROW, RS-CELL-COL)
                   IF BOARD-COL(RS-CELL-ROW, RS-CELL-COL) = ' '
                       PERFORM RS-MARK-MISERE-CELL
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE 'N' TO RS-SLIP-FLAG.
           IF DIFFICULTY-EASY OR DIFFICULTY-MEDIUM
               MOVE 40 TO SKILL-ROLL-PCT
               IF DIFFICULTY-MEDIUM
                   DIVIDE SKILL-ROLL-PCT BY 4 GIVING SKILL-ROLL-PCT
               END-IF
               COMPUTE SKILL-ROLL = FUNCTION RANDOM * 100
               IF SKILL-ROLL < SKILL-ROLL-PCT
                   SET RS-SLIPPED TO TRUE
               END-IF
           END-IF.
           IF RS-SLIPPED
               MOVE 0 TO CANDIDATE-COUNT
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > BOARD-SIZE
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > BOARD-SIZE
                       IF BOARD-COL(I, J) = ' '
                           PERFORM ADD-CANDIDATE-IJ
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF CANDIDATE-COUNT > 0
                   PERFORM PICK-RANDOM-CANDIDATE
                   SET MOVE-FOUND TO TRUE
               END-IF
           END-IF.
           IF NOT MOVE-FOUND
               MOVE ' ' TO RS-TIER
               PERFORM RS-TAKE-MISERE-TIER
           END-IF.
           IF NOT MOVE-FOUND
               MOVE 'P' TO RS-TIER
               PERFORM RS-TAKE-MISERE-TIER
           END-IF.
           IF NOT MOVE-FOUND
               MOVE 'L' TO RS-TIER
               PERFORM RS-TAKE-MISERE-TIER
           END-IF.

       *> TRIES THE CELL FOR EACH SIDE IN TURN AND PUTS IT BACK.
       *> AN L MARK OUTRANKS A P - A CELL THAT WOULD COMPLETE
       *> BOTH SIDES' LINES STILL LOSES FOR WHOEVER TAKES IT.
       RS-MARK-MISERE-CELL.
           MOVE OPPONENT-TOKEN TO BOARD-COL(RS-CELL-ROW, RS-CELL-COL).
           MOVE OPPONENT-TOKEN TO SCAN-TOKEN.
           PERFORM MM-HAS-LINE-FOR-TOKEN.
           IF MM-FOUND-WIN
               MOVE 'P' TO RS-MARK(RS-CELL-ROW, RS-CELL-COL)
           END-IF.
           MOVE AI-TOKEN TO BOARD-COL(RS-CELL-ROW, RS-CELL-COL).
           MOVE AI-TOKEN TO SCAN-TOKEN.
           PERFORM MM-HAS-LINE-FOR-TOKEN.
           IF MM-FOUND-WIN
               MOVE 'L' TO RS-MARK(RS-CELL-ROW, RS-CELL-COL)
           END-IF.
           MOVE ' ' TO BOARD-COL(RS-CELL-ROW, RS-CELL-COL).

       RS-TAKE-MISERE-TIER.
           MOVE 0 TO CANDIDATE-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > BOARD-SIZE
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > BOARD-SIZE
                   IF BOARD-COL(I, J) = ' ' AND RS-MARK(I, J) = RS-TIER
                       PERFORM ADD-CANDIDATE-IJ
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM TAKE-CANDIDATE-IF-ANY.

       *> ---------------------------------------------------
       *> OPENING BOOK CONSULTATION - PICKS THE CAT'S OPENING (OR
       *> FIRST REPLY) FROM THE BEST-SCORING CELLS THE LOGGED
           END-IF.

       *> A DAMAGED OR HAND-EDITED LINE IS SKIPPED RATHER THAN
       *> TRUSTED - THE BOOK IS ADVICE, NOT A FILE OF RECORD. ONLY
       *> THE ENTRIES FOR THE MATCH'S OWN RULE SET ARE TAKEN, AND
       *> A RESTRICTED-OPENING ENTRY FOR A BARRED CELL IS SKIPPED
       *> WITH THE REST OF THE BAD LINES.
       BK-STORE-BOOK-RECORD.
           IF OB-RULE-SET = SPACE
               MOVE 'S' TO OB-RULE-SET
           END-IF.
           MOVE 'N' TO RS-BARRED-FLAG.
           IF OB-RULE-SET = 'R' AND OB-MOVE-KIND = 'O' AND
              OB-ROW IS NUMERIC AND OB-COL IS NUMERIC AND
              OB-BOARD-SIZE IS NUMERIC AND OB-BOARD-SIZE = BOARD-SIZE
               MOVE OB-ROW TO RS-CELL-ROW
               MOVE OB-COL TO RS-CELL-COL
               PERFORM RS-CHECK-OPENING-CELL
           END-IF.
           IF OB-RULE-SET = RULE-SET AND NOT RS-CELL-BARRED AND
              OB-BOARD-SIZE IS NUMERIC AND
              OB-BOARD-SIZE >= 3 AND OB-BOARD-SIZE <= 5 AND
              OB-ROW IS NUMERIC AND OB-COL IS NUMERIC AND
              OB-GAMES IS NUMERIC AND OB-GAMES > 0 AND
           ELSE
               MOVE 4 TO MM-MAX-DEPTH
           END-IF.
           *> AN EMPTY ROOT UNDER A RESTRICTED OPENING KEEPS THE
           *> SEARCH OFF THE BARRED CELLS (MM-FIND-NEXT-CELL).
           MOVE 'N' TO RS-ROOT-EMPTY-FLAG.
           IF RULE-RESTRICTED
               PERFORM MM-COUNT-EMPTY-CELLS
               IF MM-EMPTY-CELLS = BOARD-SIZE * BOARD-SIZE
                   SET RS-ROOT-IS-EMPTY TO TRUE
               END-IF
           END-IF.
           MOVE 0 TO MM-SP.
           MOVE 1 TO MM-SPX.
           SET MM-STATE-NEW(MM-SPX) TO TRUE.
                       *> CHILD JUST SCORED IS THE MOVE THE HUMAN
                       *> ACTUALLY PLAYED, KEEP ITS VALUE SO THE
                       *> REVIEW CAN COMPARE IT TO THE BEST MOVE AT
                       *> THE SAME SEARCH DEPTH. THE WORST ROOT
                       *> CHILD IS KEPT TOO - WHEN IT EQUALS THE
                       *> BEST, EVERY MOVE WAS AS GOOD AS ANY OTHER.
                       IF HR-WATCH-ACTIVE AND MM-PARENT-SPX = 1
                           IF MM-CHILD-ROW(1) = HR-WATCH-ROW AND
                              MM-CHILD-COL(1) = HR-WATCH-COL
                               MOVE MM-RESULT-SCORE(MM-CHILD-SPX)
                                   TO HR-PLAYED-SCORE
                               SET HR-PLAYED-SEEN TO TRUE
                           END-IF
                           IF MM-RESULT-SCORE(MM-CHILD-SPX) <
                              HR-WORST-SCORE
                               MOVE MM-RESULT-SCORE(MM-CHILD-SPX)
                                   TO HR-WORST-SCORE
                           END-IF
                       END-IF
                       IF (MM-MAXIMIZING(MM-PARENT-SPX) = 'Y' AND
                               MM-RESULT-SCORE(MM-CHILD-SPX) >
                   FUNCTION INTEGER((MM-FLAT - 1) / BOARD-SIZE) + 1
               COMPUTE MM-CELL-C =
                   FUNCTION MOD(MM-FLAT - 1, BOARD-SIZE) + 1
               MOVE 'N' TO RS-BARRED-FLAG
               IF RS-ROOT-IS-EMPTY AND MM-SP = 0
                   MOVE MM-CELL-R TO RS-CELL-ROW
                   MOVE MM-CELL-C TO RS-CELL-COL
                   PERFORM RS-CHECK-OPENING-CELL
               END-IF
               IF BOARD-COL(MM-CELL-R, MM-CELL-C) = ' ' AND
                  NOT RS-CELL-BARRED
                   SET MM-CELL-FOUND TO TRUE
                   COMPUTE MM-NEXT-CELL(MM-SPX) = MM-FLAT + 1
               END-IF
                   END-IF
               END-IF
           END-IF.
           *> UNDER MISERE A COMPLETED LINE LOSES FOR ITS OWNER, AND
           *> AT THE DEPTH CUTOFF THE OPEN WINDOWS THAT FAVOUR A
           *> SIDE ARE LIABILITIES - THE SAME SCORES, SIGN TURNED.
           IF RULE-MISERE AND MM-IS-TERMINAL
               COMPUTE MM-TERMINAL-RESULT = 0 - MM-TERMINAL-RESULT
           END-IF.

       *> ---------------------------------------------------
       *> STATIC EVALUATION FOR A DEPTH-CUTOFF (NON-TERMINAL)
           END-PERFORM.

       *> ---------------------------------------------------
       *> HARD-DIFFICULTY CERTIFICATION - THE RELEASE GATE FOR ANY
       *> CHANGE TO THE ENGINES OR THE OPENING BOOK. ON 3X3 EVERY
       *> LINE OF OPPONENT PLAY IS WALKED AGAINST THE CAT'S OWN
       *> CHOICES (GET-AI-MOVE-MINIMAX, PLUS EVERY CELL THE BOOK
       *> COULD PICK FOR ITS OPENING OR FIRST REPLY), WITH THE
       *> CAT IN EACH SEAT: ANY LOST LEAF IS A LOSING LINE AND
       *> FAILS THE RUN. THE 3X3 WALK IS MADE ONCE UNDER EACH
       *> RULE SET (STANDARD, MISERE, RESTRICTED OPENING), EACH
       *> WITH ITS OWN BOOK, COUNTS AND VERDICT - A LOSS UNDER ANY
       *> ONE OF THEM FAILS THE RUN. 4X4 AND 5X5 ARE TOO LARGE TO
       *> WALK, SO THEY ARE SAMPLED, UNDER STANDARD RULES - EVERY
       *> LINE UP TO A FIXED NUMBER OF PLIES, THEN A SEARCH FROM
       *> THE HORIZON POSITION ASKS WHETHER THE OPPONENT ALREADY
       *> HAS A FORCED WIN. THE SEARCH ON THOSE BOARDS IS
       *> DEPTH-LIMITED (SEE MM-EVALUATE-POSITION), AND SOME WIN
       *> LENGTHS ARE A FORCED WIN FOR THE FIRST PLAYER, SO SAMPLE
       *> LOSSES ARE REPORTED FOR REVIEW BUT ONLY THE 3X3 PROOFS
       *> DECIDE THE VERDICT.
       *> ---------------------------------------------------
       RUN-HARD-CERTIFICATION.
           DISPLAY "HARD DIFFICULTY CERTIFICATION RUN".
           SET CONFIG-IS-INVALID TO TRUE.
           PERFORM UNTIL CONFIG-IS-VALID
               DISPLAY "WIN LENGTH FOR THE 4X4/5X5 SAMPLE (3 TO 5): "
                   WITH NO ADVANCING
               ACCEPT CE-SAMPLE-WINLEN
               IF CE-SAMPLE-WINLEN >= 3 AND CE-SAMPLE-WINLEN <= 5
                   SET CONFIG-IS-VALID TO TRUE
               ELSE
                   DISPLAY "INVALID WIN LENGTH."
               END-IF
           END-PERFORM.
           DISPLAY "SAMPLE DEPTH IN PLIES (0 = STANDARD, 4X4 4 / "
               "5X5 2): " WITH NO ADVANCING.
           ACCEPT CE-SAMPLE-PLIES.
           IF CE-SAMPLE-PLIES NOT NUMERIC
               MOVE 0 TO CE-SAMPLE-PLIES
           END-IF.
           DISPLAY "WALKING THE GAME TREE - THIS TAKES SOME TIME...".
           PERFORM CE-EXECUTE-CERTIFICATION.

       *> THE RUN PROPER, WITH CE-SAMPLE-WINLEN/CE-SAMPLE-PLIES
       *> ALREADY SET - THE TERMINAL MODE PROMPTS FOR THEM ABOVE,
       *> A JOB-STREAM STEP SUPPLIES THEM FROM THE STEP RECORD.
       CE-EXECUTE-CERTIFICATION.
           MOVE BOARD-SIZE TO CE-SAVE-SIZE.
           MOVE WIN-LENGTH TO CE-SAVE-WINLEN.
           MOVE AI-DIFFICULTY TO CE-SAVE-DIFF.
           MOVE RULE-SET TO CE-SAVE-RULE.
           MOVE 'H' TO AI-DIFFICULTY.
           MOVE 'N' TO HR-WATCH-FLAG.
           MOVE 0 TO CE-TOTAL-POSITIONS.
           MOVE 0 TO CE-SAMPLE-LOSSES.
           MOVE 0 TO CE-RULES-FAILED.
           SET CE-CERT-PASSED TO TRUE.
           OPEN OUTPUT CERT-REPORT-FILE.
           MOVE "HARD DIFFICULTY CERTIFICATION REPORT" TO CE-REPORT-LINE.
           PERFORM CE-WRITE-LINE.
           STRING "RUN AT " FUNCTION CURRENT-DATE(1:14)
               DELIMITED BY SIZE INTO CE-REPORT-LINE.
           PERFORM CE-WRITE-LINE.

           PERFORM VARYING CE-RULE-IDX FROM 1 BY 1 UNTIL CE-RULE-IDX > 3
               PERFORM CE-CERTIFY-RULE-SET
           END-PERFORM.

           MOVE SPACES TO CE-REPORT-LINE.
           PERFORM CE-WRITE-LINE.
           MOVE "4X4/5X5 SAMPLE - STANDARD RULES" TO CE-REPORT-LINE.
           PERFORM CE-WRITE-LINE.
           MOVE 'S' TO RULE-SET.
           MOVE 0 TO CE-LISTED.
           SET CE-SAMPLE-PHASE TO TRUE.
           PERFORM LOAD-OPENING-BOOK.
           IF BK-BOOK-LOADED
               SET CE-BOOK-IN-PLAY TO TRUE
           ELSE
               MOVE 'N' TO CE-BOOK-FLAG
           END-IF.
           MOVE 4 TO BOARD-SIZE.
           IF CE-SAMPLE-WINLEN > 4
               MOVE 4 TO WIN-LENGTH
           ELSE
               MOVE CE-SAMPLE-WINLEN TO WIN-LENGTH
           END-IF.
           IF CE-SAMPLE-PLIES > 0
               MOVE CE-SAMPLE-PLIES TO CE-PLY-LIMIT
           ELSE
               MOVE 4 TO CE-PLY-LIMIT
           END-IF.
           PERFORM CE-CERTIFY-BOARD.

           MOVE 5 TO BOARD-SIZE.
           MOVE CE-SAMPLE-WINLEN TO WIN-LENGTH.
           IF CE-SAMPLE-PLIES > 0
               MOVE CE-SAMPLE-PLIES TO CE-PLY-LIMIT
           ELSE
               MOVE 2 TO CE-PLY-LIMIT
           END-IF.
           PERFORM CE-CERTIFY-BOARD.

           PERFORM CE-WRITE-VERDICT.
           CLOSE CERT-REPORT-FILE.
           MOVE CE-SAVE-SIZE TO BOARD-SIZE.
           MOVE CE-SAVE-WINLEN TO WIN-LENGTH.
           MOVE CE-SAVE-DIFF TO AI-DIFFICULTY.
           MOVE CE-SAVE-RULE TO RULE-SET.
           MOVE 0 TO MOVES-COUNT.
           PERFORM CE-CLEAR-BOARD.
           IF CE-CERT-PASSED
               DISPLAY "CERTIFICATION PASSED - HARD CANNOT BE BEATEN "
                   "ON 3X3 UNDER ANY RULE SET."
           ELSE
               DISPLAY "CERTIFICATION FAILED - LOSING LINES FOUND ON "
                   "3X3 UNDER " CE-RULES-FAILED " RULE SET(S)."
           END-IF.
           DISPLAY "CERTIFICATION REPORT WRITTEN TO CERTRPT.DAT.".

       *> THE 3X3 PROOF UNDER THE RULE SET IN SLOT CE-RULE-IDX.
       *> THE BOOK IS RELOADED EACH TIME - IT ONLY HOLDS THE
       *> ENTRIES FOR THE RULE SET IN FORCE WHEN IT IS LOADED.
       CE-CERTIFY-RULE-SET.
           MOVE RS-CODE(CE-RULE-IDX) TO RULE-SET.
           MOVE RULE-SET TO RS-RULE-CODE.
           PERFORM RS-SET-RULE-INDEX.
           MOVE 3 TO BOARD-SIZE.
           MOVE 3 TO WIN-LENGTH.
           MOVE 9 TO CE-PLY-LIMIT.
           MOVE 0 TO CE-PROOF-LOSSES.
           MOVE 0 TO CE-LISTED.
           SET CE-PROOF-PHASE TO TRUE.
           PERFORM LOAD-OPENING-BOOK.
           IF BK-BOOK-LOADED
               SET CE-BOOK-IN-PLAY TO TRUE
           ELSE
               MOVE 'N' TO CE-BOOK-FLAG
           END-IF.
           MOVE SPACES TO CE-REPORT-LINE.
           PERFORM CE-WRITE-LINE.
           STRING "RULE SET: " RS-RULE-NAME
               DELIMITED BY SIZE INTO CE-REPORT-LINE.
           PERFORM CE-WRITE-LINE.
           IF CE-BOOK-IN-PLAY
               STRING "OPENING BOOK LOADED - EVERY BOOK CANDIDATE IS "
                   "WALKED AS A CAT MOVE."
                   DELIMITED BY SIZE INTO CE-REPORT-LINE
           ELSE
               STRING "NO OPENING BOOK - THE CAT'S MOVES ARE THE "
                   "MINIMAX CHOICE THROUGHOUT."
                   DELIMITED BY SIZE INTO CE-REPORT-LINE
           END-IF.
           PERFORM CE-WRITE-LINE.
           PERFORM CE-CERTIFY-BOARD.
           MOVE CE-PROOF-LOSSES TO CE-LOSSES-ED.
           STRING "3X3 LOSING LINES (" RS-RULE-NAME "): " CE-LOSSES-ED
               DELIMITED BY SIZE INTO CE-REPORT-LINE.
           PERFORM CE-WRITE-LINE.
           IF CE-PROOF-LOSSES = 0
               STRING "VERDICT (" RS-RULE-NAME "): PASS"
                   DELIMITED BY SIZE INTO CE-REPORT-LINE
           ELSE
               ADD 1 TO CE-RULES-FAILED
               SET CE-CERT-FAILED TO TRUE
               STRING "VERDICT (" RS-RULE-NAME "): FAIL"
                   DELIMITED BY SIZE INTO CE-REPORT-LINE
           END-IF.
           PERFORM CE-WRITE-LINE.

       CE-CERTIFY-BOARD.
           MOVE SPACES TO CE-REPORT-LINE.
           PERFORM CE-WRITE-LINE.
           IF CE-PROOF-PHASE
               STRING BOARD-SIZE "X" BOARD-SIZE " WIN LENGTH "
                   WIN-LENGTH " - EXHAUSTIVE WALK"
                   DELIMITED BY SIZE INTO CE-REPORT-LINE
           ELSE
               STRING BOARD-SIZE "X" BOARD-SIZE " WIN LENGTH "
                   WIN-LENGTH " - SAMPLE, EVERY LINE TO "
                   CE-PLY-LIMIT " PLIES"
                   DELIMITED BY SIZE INTO CE-REPORT-LINE
           END-IF.
           PERFORM CE-WRITE-LINE.
           MOVE 'X' TO CE-CAT-TOKEN.
           MOVE 'O' TO CE-OPP-TOKEN.
           PERFORM CE-WALK-TREE.
           PERFORM CE-WRITE-SEAT-TOTALS.
           MOVE 'O' TO CE-CAT-TOKEN.
           MOVE 'X' TO CE-OPP-TOKEN.
           PERFORM CE-WALK-TREE.
           PERFORM CE-WRITE-SEAT-TOTALS.

       CE-WALK-TREE.
           PERFORM CE-CLEAR-BOARD.
           MOVE 0 TO CE-POSITIONS.
           MOVE 0 TO CE-SEARCHES.
           MOVE 0 TO CE-CAT-WINS.
           MOVE 0 TO CE-DRAWS.
           MOVE 0 TO CE-LOSSES.
           MOVE 0 TO CE-OPEN-LINES.
           MOVE 0 TO CE-DEPTH.
           MOVE 'N' TO CE-DONE-FLAG.
           PERFORM CE-BUILD-OPTIONS.
           PERFORM UNTIL CE-WALK-DONE
               PERFORM CE-WALK-STEP
           END-PERFORM.

       CE-CLEAR-BOARD.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > 5
                   MOVE ' ' TO BOARD-COL(I, J)
               END-PERFORM
           END-PERFORM.

       *> ONE STEP OF THE WALK: PLAY THE NEXT UNTRIED MOVE AT THE
       *> CURRENT PLY, OR BACK UP A PLY WHEN THEY ARE ALL TRIED.
       CE-WALK-STEP.
           COMPUTE CE-LVL = CE-DEPTH + 1.
           IF CE-OPT-NEXT(CE-LVL) > CE-OPT-COUNT(CE-LVL)
               IF CE-DEPTH = 0
                   SET CE-WALK-DONE TO TRUE
               ELSE
                   PERFORM CE-UNDO-MOVE
               END-IF
           ELSE
               MOVE CE-OPT-NEXT(CE-LVL) TO CE-PICK
               ADD 1 TO CE-OPT-NEXT(CE-LVL)
               MOVE CE-OPT-ROW(CE-LVL, CE-PICK) TO CE-MOVE-ROW(CE-LVL)
               MOVE CE-OPT-COL(CE-LVL, CE-PICK) TO CE-MOVE-COL(CE-LVL)
               PERFORM CE-SET-MOVER-TOKEN
               MOVE CE-MOVER-TOKEN
                   TO BOARD-COL(CE-MOVE-ROW(CE-LVL), CE-MOVE-COL(CE-LVL))
               MOVE CE-LVL TO CE-DEPTH
               ADD 1 TO CE-POSITIONS
               PERFORM CE-CHECK-POSITION
               IF CE-AT-LEAF
                   PERFORM CE-TALLY-LEAF
                   PERFORM CE-UNDO-MOVE
               ELSE
                   PERFORM CE-BUILD-OPTIONS
               END-IF
           END-IF.

       CE-UNDO-MOVE.
           MOVE ' ' TO BOARD-COL(CE-MOVE-ROW(CE-DEPTH),
               CE-MOVE-COL(CE-DEPTH)).
           SUBTRACT 1 FROM CE-DEPTH.

       *> X MAKES THE ODD-NUMBERED PLIES, O THE EVEN ONES.
       CE-SET-MOVER-TOKEN.
           IF FUNCTION MOD(CE-LVL, 2) = 1
               MOVE 'X' TO CE-MOVER-TOKEN
           ELSE
               MOVE 'O' TO CE-MOVER-TOKEN
           END-IF.

       CE-CHECK-POSITION.
           MOVE 'N' TO CE-LEAF-FLAG.
           MOVE 'N' TO CE-HORIZON-FLAG.
           MOVE SPACE TO CE-RESULT.
           *> UNDER MISERE RULES THE SIDE THAT COMPLETES A LINE
           *> HAS LOST.
           MOVE CE-CAT-TOKEN TO SCAN-TOKEN.
           PERFORM MM-HAS-LINE-FOR-TOKEN.
           IF MM-FOUND-WIN
               SET CE-AT-LEAF TO TRUE
               IF RULE-MISERE
                   MOVE 'L' TO CE-RESULT
               ELSE
                   MOVE 'W' TO CE-RESULT
               END-IF
           ELSE
               MOVE CE-OPP-TOKEN TO SCAN-TOKEN
               PERFORM MM-HAS-LINE-FOR-TOKEN
               IF MM-FOUND-WIN
                   SET CE-AT-LEAF TO TRUE
                   IF RULE-MISERE
                       MOVE 'W' TO CE-RESULT
                   ELSE
                       MOVE 'L' TO CE-RESULT
                   END-IF
               ELSE
                   IF CE-DEPTH >= BOARD-SIZE * BOARD-SIZE
                       SET CE-AT-LEAF TO TRUE
                       MOVE 'D' TO CE-RESULT
                   ELSE
                       IF CE-DEPTH >= CE-PLY-LIMIT
                           SET CE-AT-LEAF TO TRUE
                           SET CE-AT-HORIZON TO TRUE
                           PERFORM CE-JUDGE-HORIZON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       *> SAMPLE HORIZON - SEARCH FOR WHICHEVER SIDE IS TO MOVE. A
       *> WIN-SCALE SCORE MEANS THAT SIDE ALREADY HAS A FORCED WIN
       *> INSIDE THE SEARCH DEPTH: A LOSS FOR THE CAT IF IT IS THE
       *> OPPONENT'S, OR IF THE CAT ITSELF CAN SEE NOTHING BETTER
       *> THAN BEING BEATEN.
       CE-JUDGE-HORIZON.
           COMPUTE CE-LVL = CE-DEPTH + 1.
           PERFORM CE-SET-MOVER-TOKEN.
           MOVE CE-MOVER-TOKEN TO AI-TOKEN.
           IF CE-MOVER-TOKEN = 'X'
               MOVE 'O' TO OPPONENT-TOKEN
           ELSE
               MOVE 'X' TO OPPONENT-TOKEN
           END-IF.
           PERFORM MM-RUN-ROOT-SEARCH.
           ADD 1 TO CE-SEARCHES.
           MOVE 'O' TO CE-RESULT.
           IF CE-MOVER-TOKEN = CE-CAT-TOKEN
               IF MM-RESULT-SCORE(1) <= -900
                   MOVE 'L' TO CE-RESULT
               END-IF
           ELSE
               IF MM-RESULT-SCORE(1) >= 900
                   MOVE 'L' TO CE-RESULT
               END-IF
           END-IF.

       *> MOVES TO TRY AT THE NEXT PLY: EVERY EMPTY CELL FOR THE
       *> OPPONENT (EVERY CELL A RESTRICTED OPENING ALLOWS, ON
       *> THE FIRST PLY); FOR THE CAT, EVERY CELL THE BOOK MIGHT
       *> CHOOSE WHILE THE BOOK APPLIES, OTHERWISE THE MINIMAX
       *> MOVE.
       CE-BUILD-OPTIONS.
           COMPUTE CE-LVL = CE-DEPTH + 1.
           MOVE 0 TO CE-OPT-COUNT(CE-LVL).
           MOVE 1 TO CE-OPT-NEXT(CE-LVL).
           PERFORM CE-SET-MOVER-TOKEN.
           IF CE-MOVER-TOKEN = CE-CAT-TOKEN
               PERFORM CE-CAT-OPTIONS
           ELSE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > BOARD-SIZE
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > BOARD-SIZE
                       MOVE 'N' TO RS-BARRED-FLAG
                       IF RULE-RESTRICTED AND CE-DEPTH = 0
                           MOVE I TO RS-CELL-ROW
                           MOVE J TO RS-CELL-COL
                           PERFORM RS-CHECK-OPENING-CELL
                       END-IF
                       IF BOARD-COL(I, J) = ' ' AND NOT RS-CELL-BARRED
                           ADD 1 TO CE-OPT-COUNT(CE-LVL)
                           MOVE CE-OPT-COUNT(CE-LVL) TO CE-PICK
                           MOVE I TO CE-OPT-ROW(CE-LVL, CE-PICK)
                           MOVE J TO CE-OPT-COL(CE-LVL, CE-PICK)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       CE-CAT-OPTIONS.
           IF CE-BOOK-IN-PLAY AND CE-DEPTH < 2
               MOVE CE-DEPTH TO MOVES-COUNT
               COMPUTE BK-SIZE-IDX = BOARD-SIZE - 2
               PERFORM BK-FIND-BEST-SCORE
               IF BK-ANY-BOOK-CELL
                   PERFORM BK-COLLECT-NEAR-EQUALS
                   PERFORM VARYING CE-K FROM 1 BY 1
                           UNTIL CE-K > CANDIDATE-COUNT
                       MOVE CE-K TO CE-PICK
                       MOVE CAND-ROW(CE-K) TO CE-OPT-ROW(CE-LVL, CE-PICK)
                       MOVE CAND-COL(CE-K) TO CE-OPT-COL(CE-LVL, CE-PICK)
                   END-PERFORM
                   MOVE CANDIDATE-COUNT TO CE-OPT-COUNT(CE-LVL)
               END-IF
           END-IF.
           IF CE-OPT-COUNT(CE-LVL) = 0
               MOVE CE-CAT-TOKEN TO AI-TOKEN
               MOVE CE-OPP-TOKEN TO OPPONENT-TOKEN
               SET MOVE-NOT-FOUND TO TRUE
               PERFORM GET-AI-MOVE-MINIMAX
               ADD 1 TO CE-SEARCHES
               MOVE 1 TO CE-OPT-COUNT(CE-LVL)
               MOVE BEST-ROW TO CE-OPT-ROW(CE-LVL, 1)
               MOVE BEST-COL TO CE-OPT-COL(CE-LVL, 1)
           END-IF.

       CE-TALLY-LEAF.
           EVALUATE CE-RESULT
               WHEN 'W'
                   ADD 1 TO CE-CAT-WINS
               WHEN 'D'
                   ADD 1 TO CE-DRAWS
               WHEN 'O'
                   ADD 1 TO CE-OPEN-LINES
               WHEN OTHER
                   ADD 1 TO CE-LOSSES
                   PERFORM CE-WRITE-LOSING-LINE
           END-EVALUATE.

       *> THE LINE AS PLAYED FROM THE EMPTY BOARD, E.G.
       *> "X(2,2) O(1,1) X(1,3) ...". THE FIRST HUNDRED ARE
       *> LISTED; THE TOTALS COUNT THEM ALL.
       CE-WRITE-LOSING-LINE.
           IF CE-LISTED < 100
               ADD 1 TO CE-LISTED
               MOVE 1 TO CE-PTR
               STRING "LOSS - CAT AS " CE-CAT-TOKEN ": "
                   DELIMITED BY SIZE INTO CE-REPORT-LINE
                   WITH POINTER CE-PTR
               PERFORM VARYING CE-LVL FROM 1 BY 1
                       UNTIL CE-LVL > CE-DEPTH
                   PERFORM CE-SET-MOVER-TOKEN
                   STRING CE-MOVER-TOKEN "(" CE-MOVE-ROW(CE-LVL) ","
                       CE-MOVE-COL(CE-LVL) ") "
                       DELIMITED BY SIZE INTO CE-REPORT-LINE
                       WITH POINTER CE-PTR
               END-PERFORM
               IF CE-AT-HORIZON
                   STRING "- FORCED WIN FOR OPPONENT AHEAD"
                       DELIMITED BY SIZE INTO CE-REPORT-LINE
                       WITH POINTER CE-PTR
               END-IF
               PERFORM CE-WRITE-LINE
           END-IF.

       CE-WRITE-SEAT-TOTALS.
           MOVE CE-POSITIONS TO CE-POS-ED.
           MOVE CE-SEARCHES TO CE-COUNT-ED.
           STRING "CAT AS " CE-CAT-TOKEN ": POSITIONS " CE-POS-ED
               "  CAT SEARCHES " CE-COUNT-ED
               DELIMITED BY SIZE INTO CE-REPORT-LINE.
           PERFORM CE-WRITE-LINE.
           MOVE CE-CAT-WINS TO CE-WINS-ED.
           MOVE CE-DRAWS TO CE-DRAWS-ED.
           MOVE CE-LOSSES TO CE-LOSSES-ED.
           MOVE CE-OPEN-LINES TO CE-OPEN-ED.
           IF CE-PROOF-PHASE
               STRING "          LINES WON " CE-WINS-ED
                   "  DRAWN " CE-DRAWS-ED "  LOST " CE-LOSSES-ED
                   DELIMITED BY SIZE INTO CE-REPORT-LINE
           ELSE
               STRING "          LINES WON " CE-WINS-ED
                   "  DRAWN " CE-DRAWS-ED "  LOST " CE-LOSSES-ED
                   "  OPEN AT HORIZON " CE-OPEN-ED
                   DELIMITED BY SIZE INTO CE-REPORT-LINE
           END-IF.
           PERFORM CE-WRITE-LINE.
           ADD CE-POSITIONS TO CE-TOTAL-POSITIONS.
           IF CE-PROOF-PHASE
               ADD CE-LOSSES TO CE-PROOF-LOSSES
           ELSE
               ADD CE-LOSSES TO CE-SAMPLE-LOSSES
           END-IF.

       CE-WRITE-VERDICT.
           MOVE SPACES TO CE-REPORT-LINE.
           PERFORM CE-WRITE-LINE.
           MOVE CE-TOTAL-POSITIONS TO CE-POS-ED.
           STRING "POSITIONS EXAMINED, ALL BOARDS: " CE-POS-ED
               DELIMITED BY SIZE INTO CE-REPORT-LINE.
           PERFORM CE-WRITE-LINE.
           MOVE CE-SAMPLE-LOSSES TO CE-LOSSES-ED.
           STRING "4X4/5X5 SAMPLE LOSING LINES:    " CE-LOSSES-ED
               DELIMITED BY SIZE INTO CE-REPORT-LINE.
           PERFORM CE-WRITE-LINE.
           IF CE-RULES-FAILED = 0
               SET CE-CERT-PASSED TO TRUE
               STRING "VERDICT: PASS - HARD CANNOT BE BEATEN ON 3X3 "
                   "UNDER ANY RULE SET."
                   DELIMITED BY SIZE INTO CE-REPORT-LINE
           ELSE
               SET CE-CERT-FAILED TO TRUE
               STRING "VERDICT: FAIL - HARD CAN BE BEATEN ON 3X3 "
                   "UNDER " CE-RULES-FAILED " RULE SET(S). DO NOT "
                   "RELEASE."
                   DELIMITED BY SIZE INTO CE-REPORT-LINE
           END-IF.
           PERFORM CE-WRITE-LINE.
           IF CE-SAMPLE-LOSSES > 0
               STRING "NOTE: SAMPLE LOSSES ON 4X4/5X5 ARE FOR REVIEW - "
                   "THE SEARCH THERE IS DEPTH-LIMITED."
                   DELIMITED BY SIZE INTO CE-REPORT-LINE
               PERFORM CE-WRITE-LINE
           END-IF.

       CE-WRITE-LINE.
           WRITE CERT-REPORT-REC FROM CE-REPORT-LINE.
           MOVE SPACES TO CE-REPORT-LINE.

       *> ---------------------------------------------------
       *> WIN DETECTION (GENERALIZED FOR BOARD-SIZE/WIN-LENGTH)
       *> ---------------------------------------------------
       CHECK-GAME-STATUS.
           *> ROWS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > BOARD-SIZE OR GAME-WON
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > BOARD-SIZE - WIN-LENGTH + 1 OR GAME-WON
                   MOVE I TO SR
                   MOVE J TO SC
                   MOVE 0 TO DR
                   MOVE 1 TO DC
                   PERFORM CHECK-LINE-FOR-WIN
                   IF LINE-IS-WIN
                       MOVE LINE-FIRST-TOKEN TO WINNER-TOKEN
                       SET GAME-WON TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

           *> COLUMNS
               SET GAME-DRAW TO TRUE
           END-IF.

           *> MISERE - THE LINE JUST COMPLETED BELONGS TO THE LOSER.
           IF GAME-WON AND RULE-MISERE
               IF WINNER-TOKEN = 'X'
                   MOVE 'O' TO WINNER-TOKEN
               ELSE
                   MOVE 'X' TO WINNER-TOKEN
               END-IF
           END-IF.

       *> ---------------------------------------------------
       *> MOVE-BY-MOVE AUDIT LOG
       *> ---------------------------------------------------
       ENSURE-MATCH-INDEX.
           IF NOT IX-MATCH-READY
               OPEN I-O MATCH-IDX-FILE
               *> "39" IS AN INDEX BUILT TO AN OLDER RECORD LAYOUT -
               *> IT IS DERIVED DATA, SO REBUILD IT LIKE A MISSING ONE.
               IF MATCH-IDX-STATUS = "35" OR MATCH-IDX-STATUS = "39"
                   PERFORM REBUILD-MATCH-INDEX
                   OPEN I-O MATCH-IDX-FILE
               END-IF
           MOVE ML-LOG-TIME TO MX-LOG-TIME.
           MOVE ML-BOARD-SIZE TO MX-BOARD-SIZE.
           MOVE ML-RESULT-TYPE TO MX-RESULT-TYPE.
           MOVE ML-AI-DIFFICULTY TO MX-AI-DIFFICULTY.
           MOVE ML-RULE-SET TO MX-RULE-SET.
           MOVE ML-WIN-LENGTH TO MX-WIN-LENGTH.
           MOVE 'N' TO IX-WRITE-DONE-FLAG.
           PERFORM UNTIL IX-WRITE-DONE OR MX-GAME-SEQ >= 999
               WRITE MATCH-IDX-RECORD
       FINALIZE-MATCH.
           PERFORM DISPLAY-BOARD.
           IF GAME-WON
               IF RULE-MISERE
                   DISPLAY " "
                   DISPLAY "MISERE RULES - " LAST-MOVE-TOKEN
                       " COMPLETED A LINE AND LOSES."
               END-IF
               DISPLAY " "
               DISPLAY "   / \__"
               DISPLAY "  \    @\___"
                   MOVE 'D' TO ML-WINNER-TOKEN
                   MOVE 'N' TO ML-RESULT-TYPE
           END-EVALUATE.
           MOVE RULE-SET TO ML-RULE-SET.
           MOVE WIN-LENGTH TO ML-WIN-LENGTH.
           *> ONLY THE INTERACTIVE HUMAN-VS-AI MODE UPDATES AND
           *> PERSISTS THE "AGAINST THE CAT" LIFETIME RECORD
           *> (HUMAN-SCORE/AI-SCORE/DRAW-SCORE AND THE CAREER
                   *> SO A DROPPED SESSION DOES NOT LOSE THE LIFETIME
                   *> RECORD OR THE CAREER MATCH NUMBER.
                   PERFORM SAVE-PERSISTED-SCORES
                   PERFORM UPDATE-CHALLENGER-RECORDS
               WHEN MODE-TWO-HUMAN
                   IF GAME-WON OR GAME-FORFEIT
                       IF WINNER-TOKEN = 'X'
           MOVE PLAYER-X-NAME TO ML-PLAYER-X-NAME.
           MOVE PLAYER-O-NAME TO ML-PLAYER-O-NAME.
           MOVE BOARD-SIZE TO ML-BOARD-SIZE.
           IF MODE-HUMAN-VS-AI OR MODE-BATCH
               MOVE AI-DIFFICULTY TO ML-AI-DIFFICULTY
           ELSE
               MOVE SPACE TO ML-AI-DIFFICULTY
           END-IF.
           PERFORM WRITE-MATCH-LOG.
           IF MODE-TWO-HUMAN
               PERFORM SN-POST-FIXTURE
           END-IF.

       WRITE-MATCH-LOG.
           OPEN EXTEND MATCH-LOG-FILE.
               DISPLAY "+-----------------------------------------+"
               DISPLAY "|              CURRENT SCORE               |"
               DISPLAY "+-----------------------------------------+"
               *> SCORE.DAT IS EVERY CHALLENGER'S RECORD POOLED -
               *> THE SIGNED-IN PLAYER'S OWN LINE FOLLOWS THE BOX.
               IF MODE-HUMAN-VS-AI
                   DISPLAY "| ALL CHALLENGERS (X): " HUMAN-SCORE-ED
               ELSE
                   DISPLAY "| " PLAYER-X-NAME " (X)  : " HUMAN-SCORE-ED
               END-IF
               DISPLAY "| " PLAYER-O-NAME " (O)  : " AI-SCORE-ED
               DISPLAY "| DRAWS                  : " DRAW-SCORE-ED
               DISPLAY "+-----------------------------------------+"
               IF MODE-HUMAN-VS-AI AND CL-RESULT-POSTED
                   DISPLAY PLAYER-X-NAME " VS THE CAT ON "
                       CL-LEVEL-NAME ": WON " CL-WINS-ED
                       "  LOST " CL-LOSSES-ED "  DRAWN " CL-DRAWS-ED
               END-IF
           END-IF.

       ASK-REPLAY.
                   "SAVED - SEE MESSAGES ABOVE."
           END-IF.

       *> ---------------------------------------------------
       *> MATCH-NUMBER ALLOCATION. ONE COUNTER FOR EVERY MODE,
       *> HELD IN MATCHCTL.DAT RATHER THAN IN SCORE.DAT (WHICH
       *> ONLY HUMAN-VS-CAT PLAY SAVES). THE NEW NUMBER IS ON
       *> DISK BEFORE THE CALLER LOGS ANYTHING UNDER IT.
       *> ---------------------------------------------------
       ALLOCATE-MATCH-NUMBER.
           IF NOT MC-CONTROL-LOADED
               PERFORM MC-LOAD-MATCH-CONTROL
           END-IF.
           ADD 1 TO MC-LAST-MATCH.
           MOVE MC-LAST-MATCH TO MATCH-NUMBER.
           PERFORM MC-SAVE-MATCH-CONTROL.

       MC-LOAD-MATCH-CONTROL.
           MOVE "MATCHCTL.DAT" TO SAFE-LIVE-NAME.
           MOVE "MATCHCTL.BAK" TO SAFE-BAK-NAME.
           MOVE 'N' TO SAFE-VALID-FLAG.
           PERFORM SAFE-READ-CURRENT.
           IF SAFE-RECORD-FOUND
               MOVE SAFE-IMAGE TO MATCH-CONTROL-RECORD
               PERFORM MC-CHECK-CONTROL-VALID
           END-IF.
           IF NOT SAFE-RECORD-VALID
               PERFORM SAFE-READ-BACKUP
               IF SAFE-RECORD-FOUND
                   MOVE SAFE-IMAGE TO MATCH-CONTROL-RECORD
                   PERFORM MC-CHECK-CONTROL-VALID
                   IF SAFE-RECORD-VALID
                       DISPLAY "MATCHCTL.DAT MISSING OR DAMAGED - "
                           "RECOVERED PREVIOUS GENERATION FROM "
                           "MATCHCTL.BAK."
                   END-IF
               END-IF
           END-IF.
           IF NOT SAFE-RECORD-VALID
               *> FIRST RUN WITH THE CONTROL RECORD (OR BOTH
               *> GENERATIONS LOST): START ABOVE EVERY NUMBER
               *> ALREADY IN USE SO NOTHING NEW CAN COLLIDE.
               PERFORM MC-SEED-FROM-LOGS
               MOVE MC-SEED-MATCH TO MC-LAST-MATCH
               MOVE SPACES TO MC-LAST-STAMP
               MOVE MC-LAST-MATCH TO MC-LAST-ED
               DISPLAY "MATCHCTL.DAT NOT FOUND - MATCH NUMBERS "
                   "CONTINUE AFTER " MC-LAST-ED "."
           END-IF.
           SET MC-CONTROL-LOADED TO TRUE.

       MC-CHECK-CONTROL-VALID.
           IF MC-LAST-MATCH IS NUMERIC
               SET SAFE-RECORD-VALID TO TRUE
           ELSE
               MOVE 'N' TO SAFE-VALID-FLAG
           END-IF.

       *> HIGHEST NUMBER IN USE ANYWHERE LIVE - THE SCORE.DAT
       *> COUNTER (ALREADY LOADED) AND BOTH AUDIT LOGS. ARCHIVED
       *> NUMBERS ARE ALL AT OR BELOW A PURGE CUTOFF THAT THE
       *> LIVE LOGS OR SCORE.DAT ALREADY EXCEED.
       MC-SEED-FROM-LOGS.
           MOVE MATCH-NUMBER TO MC-SEED-MATCH.
           MOVE 'N' TO MATCH-LOG-EOF-FLAG.
           OPEN INPUT MATCH-LOG-FILE.
           IF MATCH-LOG-STATUS = "00"
               PERFORM UNTIL MATCH-LOG-EOF
                   READ MATCH-LOG-FILE
                       AT END
                           SET MATCH-LOG-EOF TO TRUE
                       NOT AT END
                           IF ML-MATCH-NUMBER IS NUMERIC AND
                              ML-MATCH-NUMBER > MC-SEED-MATCH
                               MOVE ML-MATCH-NUMBER TO MC-SEED-MATCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATCH-LOG-FILE
           END-IF.
           MOVE 'N' TO GAME-LOG-EOF-FLAG.
           OPEN INPUT GAME-LOG-FILE.
           IF GAME-LOG-STATUS = "00"
               PERFORM UNTIL GAME-LOG-EOF
                   READ GAME-LOG-FILE
                       AT END
                           SET GAME-LOG-EOF TO TRUE
                       NOT AT END
                           IF GL-MATCH-NUMBER IS NUMERIC AND
                              GL-MATCH-NUMBER > MC-SEED-MATCH
                               MOVE GL-MATCH-NUMBER TO MC-SEED-MATCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GAME-LOG-FILE
           END-IF.

       MC-SAVE-MATCH-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO MC-LAST-STAMP.
           MOVE "MATCHCTL.DAT" TO SAFE-LIVE-NAME.
           MOVE "MATCHCTL.NEW" TO SAFE-NEW-NAME.
           MOVE "MATCHCTL.BAK" TO SAFE-BAK-NAME.
           MOVE SPACES TO SAFE-IMAGE.
           MOVE MATCH-CONTROL-RECORD TO SAFE-IMAGE.
           PERFORM SAFE-WRITE-RECORD.
           IF NOT SAFE-WRITE-OK
               DISPLAY "WARNING: MATCH NUMBER CONTROL MAY NOT HAVE "
                   "BEEN SAVED - SEE MESSAGES ABOVE."
           END-IF.

       *> ---------------------------------------------------
       *> GENERIC CRASH-SAFE SINGLE-RECORD FILE HANDLING. THE
       *> CALLER NAMES THE LIVE/NEW/BAK FILES AND SUPPLIES THE
               END-READ
           END-IF.

       *> ---------------------------------------------------
       *> REPORT PRINT FILES (SEE PRINT-VARS)
       *> ---------------------------------------------------
       *> AT THE TERMINAL THE OPERATOR IS ASKED; A JOB STREAM STEP
       *> ALWAYS PRINTS.
       PT-OFFER-PRINT.
           MOVE 'N' TO PT-WANT-FLAG.
           IF JB-STREAM-ACTIVE
               SET PT-PRINT-WANTED TO TRUE
           ELSE
               DISPLAY "WRITE THIS REPORT TO A PRINT FILE? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT PT-ANSWER
               IF PT-ANSWER = 'Y' OR PT-ANSWER = 'y'
                   SET PT-PRINT-WANTED TO TRUE
               END-IF
           END-IF.

       PT-OPEN-PRINT.
           MOVE 'N' TO PT-OPEN-FLAG.
           MOVE 'N' TO PT-DONE-FLAG.
           OPEN OUTPUT PRINT-FILE.
           IF PRINT-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT WRITE " PT-FILE-NAME " (STATUS "
                   PRINT-FILE-STATUS ")."
           ELSE
               SET PT-PRINT-OPEN TO TRUE
               MOVE 0 TO PT-PAGE
               MOVE 0 TO PT-BODY-LINES
               *> A FULL "PAGE" SO THE FIRST LINE THROWS PAGE 1.
               MOVE PT-PAGE-DEPTH TO PT-LINE-COUNT
               MOVE FUNCTION CURRENT-DATE(1:14) TO PT-RUN-STAMP
               MOVE SPACES TO PT-RUN-DATE-ED
               STRING PT-RUN-STAMP(1:4) "-" PT-RUN-STAMP(5:2) "-"
                   PT-RUN-STAMP(7:2)
                   DELIMITED BY SIZE INTO PT-RUN-DATE-ED
               MOVE SPACES TO PT-RUN-TIME-ED
               STRING PT-RUN-STAMP(9:2) ":" PT-RUN-STAMP(11:2) ":"
                   PT-RUN-STAMP(13:2)
                   DELIMITED BY SIZE INTO PT-RUN-TIME-ED
               MOVE SPACES TO PT-LINE
           END-IF.

       PT-PRINT-LINE.
           IF PT-LINE-COUNT >= PT-PAGE-DEPTH
               PERFORM PT-PAGE-HEADING
           END-IF.
           WRITE PRINT-RECORD FROM PT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO PT-LINE-COUNT.
           ADD 1 TO PT-BODY-LINES.
           MOVE SPACES TO PT-LINE.

       PT-PAGE-HEADING.
           ADD 1 TO PT-PAGE.
           MOVE PT-PAGE TO PT-PAGE-ED.
           MOVE SPACES TO PRINT-RECORD.
           MOVE "TIC TAC TOE CAT" TO PRINT-RECORD(1:15).
           MOVE PT-TITLE TO PRINT-RECORD(47:40).
           MOVE "PAGE" TO PRINT-RECORD(124:4).
           MOVE PT-PAGE-ED TO PRINT-RECORD(129:4).
           WRITE PRINT-RECORD AFTER ADVANCING PAGE.
           MOVE SPACES TO PRINT-RECORD.
           STRING "RUN " PT-RUN-DATE-ED " " PT-RUN-TIME-ED
               DELIMITED BY SIZE INTO PRINT-RECORD.
           MOVE PT-SELECTION TO PRINT-RECORD(47:50).
           MOVE PT-FILE-NAME TO PRINT-RECORD(121:12).
           WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
           WRITE PRINT-RECORD FROM PT-COL-HEAD-1 AFTER ADVANCING 1 LINE.
           MOVE 4 TO PT-LINE-COUNT.
           IF PT-COL-HEAD-2 NOT = SPACES
               WRITE PRINT-RECORD FROM PT-COL-HEAD-2
                   AFTER ADVANCING 1 LINE
               ADD 1 TO PT-LINE-COUNT
           END-IF.
           WRITE PRINT-RECORD FROM PT-RULE AFTER ADVANCING 1 LINE.
           ADD 1 TO PT-LINE-COUNT.

       *> OPENS THE CONTROL TOTALS BLOCK. PT-KEEP-LINES IS HOW
       *> MANY TOTAL LINES FOLLOW - IF THEY WOULD NOT ALL FIT ON
       *> THIS PAGE THE BLOCK STARTS ON A NEW ONE.
       PT-START-TOTALS.
           IF PT-LINE-COUNT + PT-KEEP-LINES + 3 > PT-PAGE-DEPTH
               MOVE PT-PAGE-DEPTH TO PT-LINE-COUNT
           END-IF.
           PERFORM PT-PRINT-LINE.
           MOVE "CONTROL TOTALS" TO PT-LINE.
           PERFORM PT-PRINT-LINE.
           MOVE PT-RULE TO PT-LINE(1:51).
           PERFORM PT-PRINT-LINE.

       PT-PRINT-COUNT-LINE.
           MOVE PT-LABEL TO PT-LINE(1:40).
           MOVE PT-COUNT TO PT-COUNT-ED.
           MOVE PT-COUNT-ED TO PT-LINE(41:11).
           PERFORM PT-PRINT-LINE.

       PT-PRINT-RATE-LINE.
           MOVE PT-LABEL TO PT-LINE(1:40).
           MOVE PT-RATE TO PT-RATE-ED.
           MOVE PT-RATE-ED TO PT-LINE(45:7).
           PERFORM PT-PRINT-LINE.

       PT-CLOSE-PRINT.
           PERFORM PT-PRINT-LINE.
           IF PT-LINE-COUNT >= PT-PAGE-DEPTH
               PERFORM PT-PAGE-HEADING
           END-IF.
           MOVE PT-PAGE TO PT-PAGE-ED.
           ADD 1 TO PT-BODY-LINES.
           MOVE PT-BODY-LINES TO PT-BODY-LINES-ED.
           STRING "*** END OF REPORT ***   PAGES " PT-PAGE-ED
               "   REPORT LINES " PT-BODY-LINES-ED
               DELIMITED BY SIZE INTO PT-LINE.
           SUBTRACT 1 FROM PT-BODY-LINES.
           PERFORM PT-PRINT-LINE.
           CLOSE PRINT-FILE.
           MOVE 'N' TO PT-OPEN-FLAG.
           SET PT-PRINT-DONE TO TRUE.
           DISPLAY "PRINT FILE WRITTEN - " PT-PAGE-ED " PAGE(S) IN "
               PT-FILE-NAME.

       *> ---------------------------------------------------
       *> STATISTICS REPORT
       *> ---------------------------------------------------
           MOVE 0 TO ST-BEST-AI-STREAK.
           MOVE ' ' TO ST-CUR-STREAK-TOKEN.
           MOVE 0 TO RG-UNDATED-COUNT.
           MOVE 0 TO ST-RECORDS-READ.
           SET MATCH-LOG-EOF-FLAG TO 'N'.
           *> A JOB STREAM STEP HAS ALREADY SET THE RANGE FROM ITS
           *> OWN COLUMNS (JB-SET-STATISTICS-RANGE).
           IF NOT JB-STREAM-ACTIVE
               PERFORM ASK-DATE-RANGE
               PERFORM ST-ASK-RULE-SET
           END-IF.
           MOVE 0 TO ST-OTHER-RULES.
           MOVE ST-RULE-SET TO RS-RULE-CODE.
           PERFORM RS-SET-RULE-INDEX.

           OPEN INPUT MATCH-LOG-FILE.
           IF MATCH-LOG-STATUS = "00"
                           *> BATCH, TOURNAMENT AND EXHIBITION
                           *> ENTRIES SO SELF-PLAY AND OTHER
                           *> PLAYERS' GAMES DON'T SKEW IT.
                           ADD 1 TO ST-RECORDS-READ
                           PERFORM RG-CHECK-MATCH-DATE
                           MOVE ML-RULE-SET TO RS-ANSWER
                           IF RS-ANSWER = SPACE
                               MOVE 'S' TO RS-ANSWER
                           END-IF
                           IF ML-GAME-MODE = 1 AND RG-KEEP-MATCH AND
                              RS-ANSWER NOT = ST-RULE-SET
                               ADD 1 TO ST-OTHER-RULES
                           END-IF
                           IF ML-GAME-MODE = 1 AND RG-KEEP-MATCH AND
                              RS-ANSWER = ST-RULE-SET
                               ADD 1 TO ST-TOTAL-MATCHES
                               ADD ML-MOVES-COUNT TO ST-TOTAL-MOVES
                               EVALUATE ML-WINNER-TOKEN
           DISPLAY "+-----------------------------------------+".
           DISPLAY "|           LIFETIME STATISTICS            |".
           DISPLAY "+-----------------------------------------+".
           DISPLAY "| RULE SET             : " RS-RULE-NAME.
           IF ST-TOTAL-MATCHES > 0
               COMPUTE ST-HUMAN-WIN-RATE ROUNDED =
                   (ST-HUMAN-WINS / ST-TOTAL-MATCHES) * 100
           END-IF.
           PERFORM DISPLAY-SERIES-STATISTICS.
           DISPLAY " ".
           MOVE "STATPRT.DAT" TO PT-FILE-NAME.
           PERFORM PT-OFFER-PRINT.
           IF PT-PRINT-WANTED
               PERFORM ST-PRINT-REPORT
           END-IF.

       *> THE STATISTICS REPORT AS A PRINT FILE. THE CONTROL
       *> TOTALS SHOW HOW MUCH OF MATCHLOG.DAT WAS READ AND HOW
       *> MUCH OF IT FELL INSIDE THE REPORT (HUMAN VS THE CAT,
       *> INSIDE THE DATES, UNDER THE RULE SET REPORTED).
       ST-PRINT-REPORT.
           MOVE "LIFETIME STATISTICS VS THE CAT" TO PT-TITLE.
           MOVE SPACES TO PT-SELECTION.
           IF RG-RANGE-ACTIVE
               STRING "DATES " RG-START-DATE " TO " RG-END-DATE
                   " - RULE SET " RS-RULE-NAME
                   DELIMITED BY SIZE INTO PT-SELECTION
           ELSE
               STRING "ALL MATCH DATES ON FILE - RULE SET "
                   RS-RULE-NAME
                   DELIMITED BY SIZE INTO PT-SELECTION
           END-IF.
           MOVE SPACES TO PT-COL-HEAD-1.
           MOVE "MEASURE" TO PT-COL-HEAD-1(1:7).
           MOVE "VALUE" TO PT-COL-HEAD-1(47:5).
           MOVE SPACES TO PT-COL-HEAD-2.
           PERFORM PT-OPEN-PRINT.
           IF PT-PRINT-OPEN
               IF ST-TOTAL-MATCHES > 0
                   MOVE "MATCHES PLAYED" TO PT-LABEL
                   MOVE ST-TOTAL-MATCHES TO PT-COUNT
                   PERFORM PT-PRINT-COUNT-LINE
                   MOVE "HUMAN WINS" TO PT-LABEL
                   MOVE ST-HUMAN-WINS TO PT-COUNT
                   PERFORM PT-PRINT-COUNT-LINE
                   MOVE "AI WINS" TO PT-LABEL
                   MOVE ST-AI-WINS TO PT-COUNT
                   PERFORM PT-PRINT-COUNT-LINE
                   MOVE "DRAWS" TO PT-LABEL
                   MOVE ST-DRAWS TO PT-COUNT
                   PERFORM PT-PRINT-COUNT-LINE
                   MOVE "HUMAN WIN RATE %" TO PT-LABEL
                   MOVE ST-HUMAN-WIN-RATE TO PT-RATE
                   PERFORM PT-PRINT-RATE-LINE
                   MOVE "AI WIN RATE %" TO PT-LABEL
                   MOVE ST-AI-WIN-RATE TO PT-RATE
                   PERFORM PT-PRINT-RATE-LINE
                   MOVE "AVG MOVES PER MATCH" TO PT-LABEL
                   MOVE ST-AVG-MOVES TO PT-RATE
                   PERFORM PT-PRINT-RATE-LINE
                   MOVE "LONGEST HUMAN STREAK" TO PT-LABEL
                   MOVE ST-BEST-HUMAN-STREAK TO PT-COUNT
                   PERFORM PT-PRINT-COUNT-LINE
                   MOVE "LONGEST AI STREAK" TO PT-LABEL
                   MOVE ST-BEST-AI-STREAK TO PT-COUNT
                   PERFORM PT-PRINT-COUNT-LINE
               ELSE
                   MOVE "NO COMPLETED MATCHES IN THE SELECTED DATES."
                       TO PT-LINE
                   PERFORM PT-PRINT-LINE
               END-IF
               PERFORM PT-PRINT-LINE
               MOVE "SERIES WON (ALL DATES)" TO PT-LABEL
               MOVE SE-WON-COUNT TO PT-COUNT
               PERFORM PT-PRINT-COUNT-LINE
               MOVE "SERIES LOST (ALL DATES)" TO PT-LABEL
               MOVE SE-LOST-COUNT TO PT-COUNT
               PERFORM PT-PRINT-COUNT-LINE
               MOVE 6 TO PT-KEEP-LINES
               PERFORM PT-START-TOTALS
               MOVE "MATCHLOG RECORDS READ" TO PT-LABEL
               MOVE ST-RECORDS-READ TO PT-COUNT
               PERFORM PT-PRINT-COUNT-LINE
               MOVE "HUMAN VS CAT MATCHES REPORTED" TO PT-LABEL
               MOVE ST-TOTAL-MATCHES TO PT-COUNT
               PERFORM PT-PRINT-COUNT-LINE
               MOVE "  HUMAN WINS + AI WINS + DRAWS" TO PT-LABEL
               COMPUTE PT-COUNT = ST-HUMAN-WINS + ST-AI-WINS + ST-DRAWS
               PERFORM PT-PRINT-COUNT-LINE
               MOVE "MOVES IN THOSE MATCHES" TO PT-LABEL
               MOVE ST-TOTAL-MOVES TO PT-COUNT
               PERFORM PT-PRINT-COUNT-LINE
               MOVE "UNDATED MATCHES SKIPPED" TO PT-LABEL
               MOVE RG-UNDATED-COUNT TO PT-COUNT
               PERFORM PT-PRINT-COUNT-LINE
               MOVE "OTHER RULE SETS SKIPPED" TO PT-LABEL
               MOVE ST-OTHER-RULES TO PT-COUNT
               PERFORM PT-PRINT-COUNT-LINE
               PERFORM PT-CLOSE-PRINT
           END-IF.

       *> SERIES WON/LOST FROM SERIES.DAT, KEPT SEPARATE FROM THE
       *> PER-GAME LIFETIME NUMBERS ABOVE - A 3-2 SERIES WIN IS
               SET RG-RANGE-ACTIVE TO TRUE
           END-IF.

       *> THE LIFETIME NUMBERS ARE KEPT PER RULE SET - A MISERE
       *> WIN SAYS NOTHING ABOUT HOW THE STANDARD GAME IS GOING.
       ST-ASK-RULE-SET.
           SET CONFIG-IS-INVALID TO TRUE.
           PERFORM UNTIL CONFIG-IS-VALID
               DISPLAY "RULE SET TO REPORT - S STANDARD, M MISERE, "
                   "R RESTRICTED OPENING (BLANK = S): "
                   WITH NO ADVANCING
               MOVE SPACE TO RS-ANSWER
               ACCEPT RS-ANSWER
               PERFORM RS-TAKE-RULE-ANSWER
           END-PERFORM.
           MOVE RS-RULE-CODE TO ST-RULE-SET.

       *> ML-LOG-DATE IS COMPARED TO THE X(8) RANGE BOUNDS AS
       *> CHARACTERS - YYYYMMDD ORDERS THE SAME WAY AS A STRING AS
       *> IT DOES AS A NUMBER, AND A PRE-STAMP RECORD (SPACES IN
       RUN-DAILY-ACTIVITY-REPORT.
           MOVE 0 TO DA-COUNT.
           MOVE 0 TO DA-UNDATED.
           MOVE 0 TO DA-RECORDS-READ.
           MOVE 'N' TO DA-TABLE-FULL-FLAG.
           SET MATCH-LOG-EOF-FLAG TO 'N'.
           OPEN INPUT MATCH-LOG-FILE.
                       AT END
                           SET MATCH-LOG-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO DA-RECORDS-READ
                           PERFORM DA-TALLY-MATCH-RECORD
                   END-READ
               END-PERFORM
               DISPLAY "NO MATCH HISTORY AVAILABLE YET."
           END-IF.
           PERFORM DISPLAY-DAILY-REPORT.
           MOVE "DAILYPRT.DAT" TO PT-FILE-NAME.
           PERFORM PT-OFFER-PRINT.
           IF PT-PRINT-WANTED
               PERFORM DA-PRINT-REPORT
           END-IF.

       DA-TALLY-MATCH-RECORD.
           IF ML-LOG-DATE IS NUMERIC
               DISPLAY " "
           END-IF.

       *> THE DAILY ACTIVITY REPORT AS A PRINT FILE, ONE LINE PER
       *> DAY (THE TABLE IS ALREADY IN DATE ORDER FROM
       *> DISPLAY-DAILY-REPORT).
       DA-PRINT-REPORT.
           MOVE "DAILY ACTIVITY REPORT" TO PT-TITLE.
           MOVE "ALL MATCH DATES ON FILE" TO PT-SELECTION.
           MOVE SPACES TO PT-COL-HEAD-1.
           STRING "DATE    " "  " " GAMES" "  " "X WINS" "  "
               "O WINS" "  " " DRAWS" "  " "AVG MOVES" "  "
               "MODE 1" "  " "MODE 2" "  " "MODE 3" "  "
               "MODE 4" "  " "MODE 5" "  " "MODE 6"
               DELIMITED BY SIZE INTO PT-COL-HEAD-1.
           MOVE "MODES: 1 VS CAT  2 TWO HUMANS  3 BATCH  4 IMPORTED  5 TOURNAMENT  6 EXHIBITION"
               TO PT-COL-HEAD-2.
           MOVE 0 TO DA-SUM-GAMES.
           MOVE 0 TO DA-SUM-X-WINS.
           MOVE 0 TO DA-SUM-O-WINS.
           MOVE 0 TO DA-SUM-DRAWS.
           MOVE 0 TO DA-SUM-MOVES.
           PERFORM PT-OPEN-PRINT.
           IF PT-PRINT-OPEN
               IF DA-COUNT = 0
                   MOVE "NO DATED MATCHES ON RECORD YET." TO PT-LINE
                   PERFORM PT-PRINT-LINE
               END-IF
               PERFORM VARYING DA-IDX FROM 1 BY 1 UNTIL DA-IDX > DA-COUNT
                   ADD DA-GAMES(DA-IDX) TO DA-SUM-GAMES
                   ADD DA-X-WINS(DA-IDX) TO DA-SUM-X-WINS
                   ADD DA-O-WINS(DA-IDX) TO DA-SUM-O-WINS
                   ADD DA-DRAWS(DA-IDX) TO DA-SUM-DRAWS
                   ADD DA-MOVES(DA-IDX) TO DA-SUM-MOVES
                   MOVE DA-GAMES(DA-IDX) TO DA-GAMES-ED
                   MOVE DA-X-WINS(DA-IDX) TO DA-X-WINS-ED
                   MOVE DA-O-WINS(DA-IDX) TO DA-O-WINS-ED
                   MOVE DA-DRAWS(DA-IDX) TO DA-DRAWS-ED
                   COMPUTE DA-AVG-MOVES ROUNDED =
                       DA-MOVES(DA-IDX) / DA-GAMES(DA-IDX)
                   MOVE DA-AVG-MOVES TO DA-AVG-MOVES-ED
                   PERFORM VARYING DA-MODE-IDX FROM 1 BY 1
                           UNTIL DA-MODE-IDX > 6
                       MOVE DA-MODE-GAMES(DA-IDX, DA-MODE-IDX)
                           TO DA-MODE-ED(DA-MODE-IDX)
                   END-PERFORM
                   STRING DA-DATE(DA-IDX) "  " DA-GAMES-ED "  "
                       DA-X-WINS-ED "  " DA-O-WINS-ED "  "
                       DA-DRAWS-ED "     " DA-AVG-MOVES-ED "  "
                       DA-MODE-ED(1) "  " DA-MODE-ED(2) "  "
                       DA-MODE-ED(3) "  " DA-MODE-ED(4) "  "
                       DA-MODE-ED(5) "  " DA-MODE-ED(6)
                       DELIMITED BY SIZE INTO PT-LINE
                   PERFORM PT-PRINT-LINE
               END-PERFORM
               IF DA-TABLE-FULL
                   PERFORM PT-PRINT-LINE
                   MOVE "DAY TABLE LIMIT (400) EXCEEDED - DAYS BEYOND THE LIMIT NOT SHOWN."
                       TO PT-LINE
                   PERFORM PT-PRINT-LINE
               END-IF
               MOVE 8 TO PT-KEEP-LINES
               PERFORM PT-START-TOTALS
               MOVE "MATCHLOG RECORDS READ" TO PT-LABEL
               MOVE DA-RECORDS-READ TO PT-COUNT
               PERFORM PT-PRINT-COUNT-LINE
               MOVE "DAYS REPORTED" TO PT-LABEL
               MOVE DA-COUNT TO PT-COUNT
               PERFORM PT-PRINT-COUNT-LINE
               MOVE "MATCHES ON THOSE DAYS" TO PT-LABEL
               MOVE DA-SUM-GAMES TO PT-COUNT
               PERFORM PT-PRINT-COUNT-LINE
               MOVE "  X WINS" TO PT-LABEL
               MOVE DA-SUM-X-WINS TO PT-COUNT
               PERFORM PT-PRINT-COUNT-LINE
               MOVE "  O WINS" TO PT-LABEL
               MOVE DA-SUM-O-WINS TO PT-COUNT
               PERFORM PT-PRINT-COUNT-LINE
               MOVE "  DRAWS" TO PT-LABEL
               MOVE DA-SUM-DRAWS TO PT-COUNT
               PERFORM PT-PRINT-COUNT-LINE
               MOVE "MOVES ON THOSE DAYS" TO PT-LABEL
               MOVE DA-SUM-MOVES TO PT-COUNT
               PERFORM PT-PRINT-COUNT-LINE
               MOVE "UNDATED MATCHES NOT SHOWN" TO PT-LABEL
               MOVE DA-UNDATED TO PT-COUNT
               PERFORM PT-PRINT-COUNT-LINE
               PERFORM PT-CLOSE-PRINT
           END-IF.

       SORT-DAILY-BY-DATE.
           *> SIMPLE EXCHANGE SORT, OLDEST DAY FIRST - SAME SHAPE
           *> AS SORT-STANDINGS-BY-RATING.
           MOVE 0 TO EX-MATCH-COUNT.
           MOVE 0 TO EX-UNDATED.
           OPEN OUTPUT MATCH-EXTRACT-FILE.
           MOVE "MATCH-NUMBER,WINNER,PLAYER-X,PLAYER-O,DATE,BOARD-SIZE,GAME-MODE,CAT-LEVEL,RULE-SET"
               TO MATCH-EXTRACT-REC.
           WRITE MATCH-EXTRACT-REC.
           SET MATCH-LOG-EOF-FLAG TO 'N'.
           END-IF.

       EX-WRITE-MATCH-LINE.
           IF ML-RULE-SET = SPACE
               MOVE 'S' TO ML-RULE-SET
           END-IF.
           MOVE SPACES TO EX-LINE.
           STRING ML-MATCH-NUMBER ","
               ML-WINNER-TOKEN ","
               ML-PLAYER-O-NAME ","
               ML-LOG-DATE ","
               ML-BOARD-SIZE ","
               ML-GAME-MODE ","
               ML-AI-DIFFICULTY ","
               ML-RULE-SET
               DELIMITED BY SIZE INTO EX-LINE.
           WRITE MATCH-EXTRACT-REC FROM EX-LINE.
           ADD 1 TO EX-MATCH-COUNT.
       EXTRACT-PLAYER-FILE.
           MOVE 0 TO EX-PLAYER-COUNT.
           OPEN OUTPUT PLAYER-EXTRACT-FILE.
           *> THE CAT-E/M/H COLUMNS ARE THE PLAYER'S RECORD AGAINST
           *> THE CAT AT EACH LEVEL (ALREADY INCLUDED IN THE
           *> WINS/LOSSES/DRAWS TOTALS BEFORE THEM).
           MOVE "PLAYER-NAME,WINS,LOSSES,DRAWS,RATING,CAT-E-W,CAT-E-L,CAT-E-D,CAT-M-W,CAT-M-L,CAT-M-D,CAT-H-W,CAT-H-L,CAT-H-D"
               TO PLAYER-EXTRACT-REC.
           WRITE PLAYER-EXTRACT-REC.
           PERFORM CL-OPEN-LEDGER-INPUT.
           MOVE 'N' TO PM-EOF-FLAG.
           PERFORM PM-OPEN-MASTER-INPUT.
           IF PM-MASTER-OPEN
               PERFORM UNTIL PM-EOF
                   READ PLAYER-FILE NEXT
                       AT END
                           SET PM-EOF TO TRUE
                       NOT AT END
                           MOVE PF-PLAYER-NAME TO CL-CUR-NAME
                           PERFORM CL-LOAD-PLAYER-SLOTS
                           MOVE SPACES TO EX-LINE
                           STRING PF-PLAYER-NAME ","
                               PF-WINS ","
                               PF-LOSSES ","
                               PF-DRAWS ","
                               PF-RATING ","
                               CL-SLOT-WINS(1) "," CL-SLOT-LOSSES(1) ","
                               CL-SLOT-DRAWS(1) ","
                               CL-SLOT-WINS(2) "," CL-SLOT-LOSSES(2) ","
                               CL-SLOT-DRAWS(2) ","
                               CL-SLOT-WINS(3) "," CL-SLOT-LOSSES(3) ","
                               CL-SLOT-DRAWS(3)
                               DELIMITED BY SIZE INTO EX-LINE
                           WRITE PLAYER-EXTRACT-REC FROM EX-LINE
                           ADD 1 TO EX-PLAYER-COUNT
                   END-READ
               END-PERFORM
               PERFORM PM-CLOSE-MASTER
           END-IF.
           PERFORM CL-CLOSE-LEDGER.
           MOVE SPACES TO EX-LINE.
           STRING "TRL," EX-PLAYER-COUNT
               DELIMITED BY SIZE INTO EX-LINE.
               PERFORM CLOSE-MATCH-INDEX
           END-IF.
           PERFORM DISPLAY-TIMING-REPORT.
           MOVE "TIMEPRT.DAT" TO PT-FILE-NAME.
           PERFORM PT-OFFER-PRINT.
           IF PT-PRINT-WANTED
               PERFORM TM-PRINT-REPORT
           END-IF.

       TM-OPEN-GROUP.
           MOVE GL-MATCH-NUMBER TO TM-CUR-MATCH.
                   " SEC, IN LOSSES " TM-AVG-LOST-ED " SEC"
           END-IF.

       *> THE TIMING REPORT AS A PRINT FILE, ONE LINE PER PLAYER.
       *> THE WON/LOST AVERAGES ARE LEFT BLANK WHERE THE PLAYER
       *> HAS NO TIMED MOVES IN A WON (OR LOST) MATCH.
       TM-PRINT-REPORT.
           MOVE "MOVE TIMING REPORT" TO PT-TITLE.
           MOVE "HUMAN MODES 1-2, ALL DATES ON FILE" TO PT-SELECTION.
           MOVE SPACES TO PT-COL-HEAD-1.
           STRING "            " "  " "  TIMED" "  " "    AVG" "  "
               "--SLOWEST MOVE---" "  " "AVG SEC" "  " "AVG SEC"
               DELIMITED BY SIZE INTO PT-COL-HEAD-1.
           MOVE SPACES TO PT-COL-HEAD-2.
           STRING "PLAYER      " "  " "  MOVES" "  " "SECONDS" "  "
               "SECS" "  " " MATCH" "  " "SEQ" "  " "   WINS" "  "
               " LOSSES"
               DELIMITED BY SIZE INTO PT-COL-HEAD-2.
           MOVE 0 TO TM-SUM-MOVES.
           MOVE 0 TO TM-SUM-SECS.
           PERFORM PT-OPEN-PRINT.
           IF PT-PRINT-OPEN
               IF TM-COUNT = 0
                   MOVE "NO TIMED MOVES ON RECORD YET." TO PT-LINE
                   PERFORM PT-PRINT-LINE
               END-IF
               PERFORM VARYING TM-IDX FROM 1 BY 1
                       UNTIL TM-IDX > TM-COUNT
                   PERFORM TM-PRINT-PLAYER-LINE
               END-PERFORM
               IF TM-TABLE-FULL
                   PERFORM PT-PRINT-LINE
                   MOVE "PLAYER TABLE LIMIT (200) EXCEEDED - EXCESS PLAYERS NOT SHOWN."
                       TO PT-LINE
                   PERFORM PT-PRINT-LINE
               END-IF
               MOVE 4 TO PT-KEEP-LINES
               PERFORM PT-START-TOTALS
               MOVE "PLAYERS REPORTED" TO PT-LABEL
               MOVE TM-COUNT TO PT-COUNT
               PERFORM PT-PRINT-COUNT-LINE
               MOVE "TIMED MOVES" TO PT-LABEL
               MOVE TM-SUM-MOVES TO PT-COUNT
               PERFORM PT-PRINT-COUNT-LINE
               MOVE "THINK SECONDS" TO PT-LABEL
               MOVE TM-SUM-SECS TO PT-COUNT
               PERFORM PT-PRINT-COUNT-LINE
               IF TM-SUM-MOVES > 0
                   MOVE "AVG THINK SECONDS PER MOVE" TO PT-LABEL
                   COMPUTE PT-RATE ROUNDED = TM-SUM-SECS / TM-SUM-MOVES
                   PERFORM PT-PRINT-RATE-LINE
               END-IF
               PERFORM PT-CLOSE-PRINT
           END-IF.

       TM-PRINT-PLAYER-LINE.
           ADD TM-MOVES(TM-IDX) TO TM-SUM-MOVES.
           ADD TM-TOTAL-SECS(TM-IDX) TO TM-SUM-SECS.
           COMPUTE TM-AVG ROUNDED =
               TM-TOTAL-SECS(TM-IDX) / TM-MOVES(TM-IDX).
           MOVE TM-AVG TO TM-AVG-ED.
           MOVE TM-MOVES(TM-IDX) TO TM-MOVES-ED.
           MOVE TM-MAX-SECS(TM-IDX) TO TM-SECS-ED.
           MOVE 0 TO TM-AVG-WON-ED.
           MOVE 0 TO TM-AVG-LOST-ED.
           IF TM-WON-MOVES(TM-IDX) > 0
               COMPUTE TM-AVG ROUNDED =
                   TM-WON-SECS(TM-IDX) / TM-WON-MOVES(TM-IDX)
               MOVE TM-AVG TO TM-AVG-WON-ED
           END-IF.
           IF TM-LOST-MOVES(TM-IDX) > 0
               COMPUTE TM-AVG ROUNDED =
                   TM-LOST-SECS(TM-IDX) / TM-LOST-MOVES(TM-IDX)
               MOVE TM-AVG TO TM-AVG-LOST-ED
           END-IF.
           STRING TM-NAME(TM-IDX) "  " TM-MOVES-ED "  " TM-AVG-ED "  "
               TM-SECS-ED "  " TM-MAX-MATCH(TM-IDX) "  "
               TM-MAX-SEQ(TM-IDX) "  " TM-AVG-WON-ED "  "
               TM-AVG-LOST-ED
               DELIMITED BY SIZE INTO PT-LINE.
           IF TM-WON-MOVES(TM-IDX) = 0
               MOVE SPACES TO PT-LINE(52:7)
           END-IF.
           IF TM-LOST-MOVES(TM-IDX) = 0
               MOVE SPACES TO PT-LINE(61:7)
           END-IF.
           PERFORM PT-PRINT-LINE.

       *> ---------------------------------------------------
       *> OPENING ANALYSIS - JOINS THE MOVE-LEVEL AUDIT LOG TO THE
       *> MATCH RESULTS AND REPORTS, PER RULE SET AND BOARD SIZE,
       *> HOW OFTEN EACH OPENING CELL (AND EACH FIRST REPLY) WAS
       *> PLAYED AND HOW THOSE GAMES ENDED FOR THE PLAYER WHO MADE
       *> THE MOVE.
       *> MATCHES WITH NO MATCHLOG RESULT CANNOT BE CLASSIFIED AND
       *> ARE LEFT OUT (THE RECONCILIATION RUN REPORTS THOSE).
       *> ---------------------------------------------------
           END-IF.
           PERFORM DISPLAY-OPENING-ANALYSIS.
           PERFORM WRITE-OPENING-BOOK.
           MOVE "OPENPRT.DAT" TO PT-FILE-NAME.
           PERFORM PT-OFFER-PRINT.
           IF PT-PRINT-WANTED
               PERFORM OA-PRINT-REPORT
           END-IF.

       OA-INIT-TABLES.
           PERFORM VARYING OA-RULE-IDX FROM 1 BY 1 UNTIL OA-RULE-IDX > 3
               PERFORM VARYING OA-SIZE-IDX FROM 1 BY 1
                       UNTIL OA-SIZE-IDX > 3
                   PERFORM OA-INIT-SIZE-GROUP
               END-PERFORM
           END-PERFORM.

       OA-INIT-SIZE-GROUP.
           PERFORM VARYING OA-CELL-IDX FROM 1 BY 1
                   UNTIL OA-CELL-IDX > 25
               MOVE 0 TO OA-OP-GAMES(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX)
               MOVE 0 TO OA-OP-WINS(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX)
               MOVE 0 TO OA-OP-DRAWS(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX)
               MOVE 0 TO OA-OP-LOSSES(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX)
               MOVE 0 TO OA-RP-GAMES(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX)
               MOVE 0 TO OA-RP-WINS(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX)
               MOVE 0 TO OA-RP-DRAWS(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX)
               MOVE 0 TO OA-RP-LOSSES(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX)
           END-PERFORM.

       OA-SCAN-GAME-LOG.
           MOVE 'N' TO OA-GROUP-FLAG.
           MOVE 'N' TO GAME-LOG-EOF-FLAG.
           MOVE 0 TO OA-REPLY-COL.
           MOVE ' ' TO OA-WINNER.
           MOVE 0 TO OA-ML-REC-SIZE.
           MOVE ' ' TO OA-ML-RULE.
           MOVE 'N' TO OA-ML-FOUND-FLAG.
           *> FIRST MATCHLOG ENTRY UNDER THE NUMBER (GAME SEQ 1),
           *> FETCHED KEYED - THE SAME DUPLICATE RESOLUTION THE
                       SET OA-ML-FOUND TO TRUE
                       MOVE MX-WINNER-TOKEN TO OA-WINNER
                       MOVE MX-BOARD-SIZE TO OA-ML-REC-SIZE
                       MOVE MX-RULE-SET TO OA-ML-RULE
               END-READ
           END-IF.

                   END-IF
               END-IF
               COMPUTE OA-SIZE-IDX = OA-SIZE - 2
               MOVE OA-ML-RULE TO RS-RULE-CODE
               PERFORM RS-SET-RULE-INDEX
               MOVE RS-RULE-IDX TO OA-RULE-IDX
               IF OA-OPEN-ROW >= 1 AND OA-OPEN-ROW <= OA-SIZE AND
                  OA-OPEN-COL >= 1 AND OA-OPEN-COL <= OA-SIZE
                   COMPUTE OA-CELL-IDX =
                       (OA-OPEN-ROW - 1) * OA-SIZE + OA-OPEN-COL
                   ADD 1 TO OA-OP-GAMES(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX)
                   EVALUATE TRUE
                       WHEN OA-WINNER = 'D'
                           ADD 1 TO OA-OP-DRAWS(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX)
                       WHEN OA-WINNER = OA-OPEN-TOKEN
                           ADD 1 TO OA-OP-WINS(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX)
                       WHEN OTHER
                           ADD 1 TO OA-OP-LOSSES(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX)
                   END-EVALUATE
               END-IF
               IF OA-REPLY-ROW >= 1 AND OA-REPLY-ROW <= OA-SIZE AND
                  OA-REPLY-COL >= 1 AND OA-REPLY-COL <= OA-SIZE
                   COMPUTE OA-CELL-IDX =
                       (OA-REPLY-ROW - 1) * OA-SIZE + OA-REPLY-COL
                   ADD 1 TO OA-RP-GAMES(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX)
                   EVALUATE TRUE
                       WHEN OA-WINNER = 'D'
                           ADD 1 TO OA-RP-DRAWS(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX)
                       WHEN OA-WINNER = OA-REPLY-TOKEN
                           ADD 1 TO OA-RP-WINS(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX)
                       WHEN OTHER
                           ADD 1 TO OA-RP-LOSSES(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX)
                   END-EVALUATE
               END-IF
           END-IF.
           DISPLAY "|                 OPENING ANALYSIS REPORT                    |".
           DISPLAY "|       WIN/DRAW/LOSS IS FROM THE MOVING PLAYER'S SIDE       |".
           DISPLAY "+------------------------------------------------------------+".
           PERFORM VARYING OA-RULE-IDX FROM 1 BY 1 UNTIL OA-RULE-IDX > 3
               PERFORM VARYING OA-SIZE-IDX FROM 1 BY 1
                       UNTIL OA-SIZE-IDX > 3
                   PERFORM OA-DISPLAY-SIZE-GROUP
               END-PERFORM
           END-PERFORM.
           DISPLAY "+------------------------------------------------------------+".
           DISPLAY " ".

       OA-DISPLAY-SIZE-GROUP.
           COMPUTE OA-SIZE = OA-SIZE-IDX + 2.
           PERFORM OA-CHECK-SIZE-SEEN.
           IF OA-SIZE-SEEN
               DISPLAY "| " RS-NAME(OA-RULE-IDX) " BOARD SIZE "
                   OA-SIZE "X" OA-SIZE
               DISPLAY "|  OPENING MOVES (FIRST MOVE OF THE MATCH):"
               PERFORM OA-DISPLAY-OPEN-CELLS
               DISPLAY "|  FIRST REPLIES (SECOND MOVE OF THE MATCH):"
               PERFORM OA-DISPLAY-REPLY-CELLS
           END-IF.

       OA-CHECK-SIZE-SEEN.
           MOVE 'N' TO OA-SIZE-SEEN-FLAG.
           PERFORM VARYING OA-CELL-IDX FROM 1 BY 1
                   UNTIL OA-CELL-IDX > 25 OR OA-SIZE-SEEN
               IF OA-OP-GAMES(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX) > 0 OR
                  OA-RP-GAMES(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX) > 0
                   SET OA-SIZE-SEEN TO TRUE
               END-IF
           END-PERFORM.
           PERFORM VARYING OA-ROW FROM 1 BY 1 UNTIL OA-ROW > OA-SIZE
               PERFORM VARYING OA-COL FROM 1 BY 1 UNTIL OA-COL > OA-SIZE
                   COMPUTE OA-CELL-IDX = (OA-ROW - 1) * OA-SIZE + OA-COL
                   IF OA-OP-GAMES(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX) > 0
                       MOVE OA-OP-GAMES(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX)
                           TO OA-GAMES-ED
                       MOVE OA-OP-WINS(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX)
                           TO OA-WINS-ED
                       MOVE OA-OP-DRAWS(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX)
                           TO OA-DRAWS-ED
                       MOVE OA-OP-LOSSES(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX)
                           TO OA-LOSSES-ED
                       DISPLAY "|   ROW " OA-ROW " COL " OA-COL
                           ": GAMES " OA-GAMES-ED "  WINS " OA-WINS-ED
           PERFORM VARYING OA-ROW FROM 1 BY 1 UNTIL OA-ROW > OA-SIZE
               PERFORM VARYING OA-COL FROM 1 BY 1 UNTIL OA-COL > OA-SIZE
                   COMPUTE OA-CELL-IDX = (OA-ROW - 1) * OA-SIZE + OA-COL
                   IF OA-RP-GAMES(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX) > 0
                       MOVE OA-RP-GAMES(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX)
                           TO OA-GAMES-ED
                       MOVE OA-RP-WINS(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX)
                           TO OA-WINS-ED
                       MOVE OA-RP-DRAWS(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX)
                           TO OA-DRAWS-ED
                       MOVE OA-RP-LOSSES(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX)
                           TO OA-LOSSES-ED
                       DISPLAY "|   ROW " OA-ROW " COL " OA-COL
                           ": GAMES " OA-GAMES-ED "  WINS " OA-WINS-ED
               END-PERFORM
           END-PERFORM.

       *> THE OPENING ANALYSIS AS A PRINT FILE - PER RULE SET AND
       *> BOARD SIZE, EVERY OPENING CELL PLAYED, THEN EVERY FIRST
       *> REPLY.
       OA-PRINT-REPORT.
           MOVE "OPENING ANALYSIS REPORT" TO PT-TITLE.
           MOVE "ALL GAMES ON FILE" TO PT-SELECTION.
           MOVE SPACES TO PT-COL-HEAD-1.
           STRING "RULE SET  " "  " "BOARD" "  " "MOVE   " "  " "ROW"
               "  " "COL" "  " " GAMES" "  " "  WINS" "  " " DRAWS"
               "  " "LOSSES" "  " "  WIN%"
               DELIMITED BY SIZE INTO PT-COL-HEAD-1.
           MOVE "WIN/DRAW/LOSS IS FROM THE MOVING PLAYER'S SIDE"
               TO PT-COL-HEAD-2.
           PERFORM PT-OPEN-PRINT.
           IF PT-PRINT-OPEN
               MOVE 0 TO OA-ALL-TALLIED
               PERFORM VARYING OA-RULE-IDX FROM 1 BY 1
                       UNTIL OA-RULE-IDX > 3
                   PERFORM VARYING OA-SIZE-IDX FROM 1 BY 1
                           UNTIL OA-SIZE-IDX > 3
                       PERFORM OA-PRINT-SIZE-GROUP
                   END-PERFORM
               END-PERFORM
               IF OA-ALL-TALLIED = 0
                   MOVE "NO OPENINGS ON RECORD YET." TO PT-LINE
                   PERFORM PT-PRINT-LINE
               END-IF
               MOVE 18 TO PT-KEEP-LINES
               PERFORM PT-START-TOTALS
               PERFORM VARYING OA-RULE-IDX FROM 1 BY 1
                       UNTIL OA-RULE-IDX > 3
                   PERFORM VARYING OA-SIZE-IDX FROM 1 BY 1
                           UNTIL OA-SIZE-IDX > 3
                       PERFORM OA-PRINT-SIZE-TOTALS
                   END-PERFORM
               END-PERFORM
               PERFORM PT-CLOSE-PRINT
           END-IF.

       OA-PRINT-SIZE-GROUP.
           COMPUTE OA-SIZE = OA-SIZE-IDX + 2.
           MOVE 0 TO OA-SIZE-OPENS(OA-RULE-IDX, OA-SIZE-IDX).
           MOVE 0 TO OA-SIZE-REPLIES(OA-RULE-IDX, OA-SIZE-IDX).
           MOVE "OPENING" TO OA-MOVE-TYPE.
           PERFORM VARYING OA-ROW FROM 1 BY 1 UNTIL OA-ROW > OA-SIZE
               PERFORM VARYING OA-COL FROM 1 BY 1 UNTIL OA-COL > OA-SIZE
                   COMPUTE OA-CELL-IDX = (OA-ROW - 1) * OA-SIZE + OA-COL
                   MOVE OA-OP-GAMES(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX)
                       TO OA-PR-GAMES
                   MOVE OA-OP-WINS(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX)
                       TO OA-PR-WINS
                   MOVE OA-OP-DRAWS(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX)
                       TO OA-PR-DRAWS
                   MOVE OA-OP-LOSSES(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX)
                       TO OA-PR-LOSSES
                   ADD OA-PR-GAMES
                       TO OA-SIZE-OPENS(OA-RULE-IDX, OA-SIZE-IDX)
                   ADD OA-PR-GAMES TO OA-ALL-TALLIED
                   PERFORM OA-PRINT-CELL-LINE
               END-PERFORM
           END-PERFORM.
           MOVE "REPLY" TO OA-MOVE-TYPE.
           PERFORM VARYING OA-ROW FROM 1 BY 1 UNTIL OA-ROW > OA-SIZE
               PERFORM VARYING OA-COL FROM 1 BY 1 UNTIL OA-COL > OA-SIZE
                   COMPUTE OA-CELL-IDX = (OA-ROW - 1) * OA-SIZE + OA-COL
                   MOVE OA-RP-GAMES(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX)
                       TO OA-PR-GAMES
                   MOVE OA-RP-WINS(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX)
                       TO OA-PR-WINS
                   MOVE OA-RP-DRAWS(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX)
                       TO OA-PR-DRAWS
                   MOVE OA-RP-LOSSES(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX)
                       TO OA-PR-LOSSES
                   ADD OA-PR-GAMES
                       TO OA-SIZE-REPLIES(OA-RULE-IDX, OA-SIZE-IDX)
                   ADD OA-PR-GAMES TO OA-ALL-TALLIED
                   PERFORM OA-PRINT-CELL-LINE
               END-PERFORM
           END-PERFORM.

       OA-PRINT-SIZE-TOTALS.
           COMPUTE OA-SIZE = OA-SIZE-IDX + 2.
           MOVE SPACES TO PT-LABEL.
           STRING RS-NAME(OA-RULE-IDX) " " OA-SIZE "X" OA-SIZE
               " OPENINGS TALLIED"
               DELIMITED BY SIZE INTO PT-LABEL.
           MOVE OA-SIZE-OPENS(OA-RULE-IDX, OA-SIZE-IDX) TO PT-COUNT.
           PERFORM PT-PRINT-COUNT-LINE.
           MOVE SPACES TO PT-LABEL.
           STRING RS-NAME(OA-RULE-IDX) " " OA-SIZE "X" OA-SIZE
               " REPLIES TALLIED"
               DELIMITED BY SIZE INTO PT-LABEL.
           MOVE OA-SIZE-REPLIES(OA-RULE-IDX, OA-SIZE-IDX) TO PT-COUNT.
           PERFORM PT-PRINT-COUNT-LINE.

       *> ONE CELL OF THE OPENING PRINT, FROM THE OA-PR- COUNTS.
       *> CELLS NEVER PLAYED ARE LEFT OFF.
       OA-PRINT-CELL-LINE.
           IF OA-PR-GAMES > 0
               MOVE OA-PR-GAMES TO OA-GAMES-ED
               MOVE OA-PR-WINS TO OA-WINS-ED
               MOVE OA-PR-DRAWS TO OA-DRAWS-ED
               MOVE OA-PR-LOSSES TO OA-LOSSES-ED
               COMPUTE OA-WIN-PCT ROUNDED =
                   (OA-PR-WINS / OA-PR-GAMES) * 100
               MOVE OA-WIN-PCT TO OA-WIN-PCT-ED
               STRING RS-NAME(OA-RULE-IDX) "  "
                   "  " OA-SIZE "X" OA-SIZE "  " OA-MOVE-TYPE "  "
                   "  " OA-ROW "  " "  " OA-COL "  " OA-GAMES-ED "  "
                   OA-WINS-ED "  " OA-DRAWS-ED "  " OA-LOSSES-ED "  "
                   OA-WIN-PCT-ED
                   DELIMITED BY SIZE INTO PT-LINE
               PERFORM PT-PRINT-LINE
           END-IF.

       *> THE ANALYSIS WRITTEN OUT AS THE OPENING BOOK - EVERY
       *> CELL EVER PLAYED AS AN OPENING OR FIRST REPLY, WITH ITS
       *> WIN/DRAW/LOSS SPLIT, ONE RECORD EACH. REWRITTEN WHOLE ON
       *> EVERY ANALYSIS RUN SO THE BOOK ALWAYS REFLECTS THE FULL
               DISPLAY "COULD NOT WRITE OPENBOOK.DAT (STATUS "
                   OPENING-BOOK-STATUS ")."
           ELSE
               PERFORM VARYING OA-RULE-IDX FROM 1 BY 1
                       UNTIL OA-RULE-IDX > 3
                   PERFORM VARYING OA-SIZE-IDX FROM 1 BY 1
                           UNTIL OA-SIZE-IDX > 3
                       PERFORM BK-WRITE-SIZE-GROUP
                   END-PERFORM
               END-PERFORM
               CLOSE OPENING-BOOK-FILE
                   BK-REC-COUNT-ED " ENTRIES)."
           END-IF.

       BK-WRITE-SIZE-GROUP.
           COMPUTE OA-SIZE = OA-SIZE-IDX + 2.
           PERFORM VARYING OA-ROW FROM 1 BY 1 UNTIL OA-ROW > OA-SIZE
               PERFORM VARYING OA-COL FROM 1 BY 1 UNTIL OA-COL > OA-SIZE
                   COMPUTE OA-CELL-IDX = (OA-ROW - 1) * OA-SIZE + OA-COL
                   PERFORM BK-WRITE-CELL-RECORDS
               END-PERFORM
           END-PERFORM.

       BK-WRITE-CELL-RECORDS.
           MOVE RS-CODE(OA-RULE-IDX) TO OB-RULE-SET.
           IF OA-OP-GAMES(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX) > 0
               MOVE OA-SIZE TO OB-BOARD-SIZE
               MOVE 'O' TO OB-MOVE-KIND
               MOVE OA-ROW TO OB-ROW
               MOVE OA-COL TO OB-COL
               MOVE OA-OP-GAMES(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX) TO OB-GAMES
               MOVE OA-OP-WINS(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX) TO OB-WINS
               MOVE OA-OP-DRAWS(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX) TO OB-DRAWS
               MOVE OA-OP-LOSSES(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX)
                   TO OB-LOSSES
               WRITE OPENING-BOOK-RECORD
               ADD 1 TO BK-REC-COUNT
           END-IF.
           IF OA-RP-GAMES(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX) > 0
               MOVE OA-SIZE TO OB-BOARD-SIZE
               MOVE 'R' TO OB-MOVE-KIND
               MOVE OA-ROW TO OB-ROW
               MOVE OA-COL TO OB-COL
               MOVE OA-RP-GAMES(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX) TO OB-GAMES
               MOVE OA-RP-WINS(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX) TO OB-WINS
               MOVE OA-RP-DRAWS(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX) TO OB-DRAWS
               MOVE OA-RP-LOSSES(OA-RULE-IDX, OA-SIZE-IDX, OA-CELL-IDX)
                   TO OB-LOSSES
               WRITE OPENING-BOOK-RECORD
               ADD 1 TO BK-REC-COUNT
               PERFORM DISPLAY-REPLAY-RESULT
           END-IF.

       *> NEW MATCHES TAKE UNIQUE NUMBERS FROM MATCHCTL.DAT, BUT
       *> HISTORY LOGGED BEFORE THAT (WHEN ONLY MODE 1 PERSISTED
       *> THE COUNTER) MAY STILL REUSE NUMBERS UNTIL THE RENUMBER
       *> CONVERSION HAS BEEN RUN - SO THE CHECK STAYS. A FRESH
       *> (NON-TAKEBACK) SEQ-1 RECORD ARRIVING AFTER MOVES HAVE
       *> ALREADY BEEN COLLECTED MARKS A SECOND GAME STARTING
       *> UNDER THE SAME NUMBER: THE REPLAY VIEWER (RV-KEEP-FIRST-
       FIND-REPLAY-MATCH-RESULT.
           MOVE 'N' TO RV-RESULT-FLAG.
           MOVE 0 TO RV-BOARD-SIZE.
           MOVE ' ' TO RV-RULE-SET.
           PERFORM ENSURE-MATCH-INDEX.
           IF IX-MATCH-READY
               *> GAME SEQ 1 IS THE FIRST MATCHLOG ENTRY LOGGED
                       MOVE MX-WINNER-TOKEN TO RV-WINNER-TOKEN
                       MOVE MX-MOVES-COUNT TO RV-MOVES-LOGGED
                       MOVE MX-BOARD-SIZE TO RV-BOARD-SIZE
                       MOVE MX-RULE-SET TO RV-RULE-SET
               END-READ
               PERFORM CLOSE-MATCH-INDEX
           ELSE
                       AT END
                           SET MATCH-LOG-EOF TO TRUE
                       NOT AT END
                           *> FIRST HIT WINS - HISTORY LOGGED
                           *> BEFORE MATCHCTL.DAT THAT HAS NOT
                           *> BEEN THROUGH THE RENUMBER RUN CAN
                           *> HOLD DUPLICATE NUMBERS, AND THE
                           *> OPENING ANALYSIS RESOLVES SUCH
                           *> DUPLICATES TO THE FIRST MATCHLOG
                           *> ENTRY; A DISPUTED REPLAY MUST SHOW
                               MOVE ML-WINNER-TOKEN TO RV-WINNER-TOKEN
                               MOVE ML-MOVES-COUNT TO RV-MOVES-LOGGED
                               MOVE ML-BOARD-SIZE TO RV-BOARD-SIZE
                               MOVE ML-RULE-SET TO RV-RULE-SET
                           END-IF
                   END-READ
               END-PERFORM
                   DISPLAY "FINAL RESULT: WINNER " RV-WINNER-TOKEN
                       " AFTER " RV-MOVES-LOGGED " MOVES."
               END-IF
               MOVE RV-RULE-SET TO RS-RULE-CODE
               PERFORM RS-SET-RULE-INDEX
               DISPLAY "RULE SET: " RS-RULE-NAME
               IF RV-RULE-SET = 'M' AND RV-WINNER-TOKEN NOT = 'D'
                   DISPLAY "UNDER MISERE THE PLAYER WHO COMPLETED "
                       "THE LINE LOST."
               END-IF
           ELSE
               DISPLAY "NO MATCH RESULT ON RECORD - THE MATCH MAY "
                   "NEVER HAVE FINISHED."
       *> PORTABLE MATCH EXPORT - ONE FINISHED MATCH (MATCHLOG
       *> ENTRY PLUS ITS GAMELOG MOVES) AS A SELF-CONTAINED TEXT
       *> FILE THE OTHER OFFICE'S COPY OF THIS PROGRAM CAN TAKE
       *> IN. THE WIN LENGTH COMES FROM THE MATCH INDEX; A MATCH
       *> LOGGED BEFORE MATCHLOG KEPT IT HAS IT INFERRED FROM THE
       *> WINNER'S LONGEST RUN IN THE FINAL POSITION - THE GAME
       *> STOPPED THE MOMENT THAT RUN WAS COMPLETED, SO THE TWO
       *> AGREE BY CONSTRUCTION. UNDER MISERE THE RUN IS THE
       *> LOSER'S.
       *> ---------------------------------------------------
       RUN-MATCH-EXPORT.
           DISPLAY "ENTER MATCH NUMBER TO EXPORT: " WITH NO ADVANCING.
                           MOVE MX-LOG-TIME TO PX-H-TIME
                           MOVE MX-BOARD-SIZE TO PX-H-SIZE
                           MOVE MX-RESULT-TYPE TO PX-H-RESULT-TYPE
                           MOVE MX-RULE-SET TO PX-H-RULE-SET
                           IF MX-WIN-LENGTH IS NUMERIC
                               MOVE MX-WIN-LENGTH TO PX-H-WIN-LENGTH
                           ELSE
                               MOVE 0 TO PX-H-WIN-LENGTH
                           END-IF
                   END-READ
                   PERFORM CLOSE-MATCH-INDEX
               END-IF
           IF PX-H-RESULT-TYPE NOT = 'F'
               MOVE 'N' TO PX-H-RESULT-TYPE
           END-IF.
           IF PX-H-RULE-SET NOT = 'M' AND PX-H-RULE-SET NOT = 'R'
               MOVE 'S' TO PX-H-RULE-SET
           END-IF.
           IF PX-H-WIN-LENGTH >= 3 AND PX-H-WIN-LENGTH <= PX-H-SIZE
               MOVE PX-H-WIN-LENGTH TO PX-RUN-LEN
           ELSE
               MOVE 3 TO PX-RUN-LEN
               IF (PX-H-WINNER = 'X' OR PX-H-WINNER = 'O') AND
                  PX-H-RESULT-TYPE NOT = 'F'
                   MOVE PX-H-SIZE TO BOARD-SIZE
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                       PERFORM VARYING J FROM 1 BY 1 UNTIL J > 5
                           MOVE ' ' TO BOARD-COL(I, J)
                       END-PERFORM
                   END-PERFORM
                   PERFORM VARYING RV-MOVE-IDX FROM 1 BY 1
                           UNTIL RV-MOVE-IDX > RV-MOVE-COUNT
                       PERFORM HR-APPLY-REVIEW-MOVE
                   END-PERFORM
                   MOVE PX-H-WINNER TO SCAN-TOKEN
                   IF PX-H-RULE-SET = 'M'
                       IF PX-H-WINNER = 'X'
                           MOVE 'O' TO SCAN-TOKEN
                       ELSE
                           MOVE 'X' TO SCAN-TOKEN
                       END-IF
                   END-IF
                   MOVE BOARD-SIZE TO WIN-LENGTH
                   PERFORM MM-HAS-LINE-FOR-TOKEN
                   PERFORM UNTIL MM-FOUND-WIN OR WIN-LENGTH = 3
                       SUBTRACT 1 FROM WIN-LENGTH
                       PERFORM MM-HAS-LINE-FOR-TOKEN
                   END-PERFORM
                   MOVE WIN-LENGTH TO PX-RUN-LEN
               END-IF
           END-IF.
           MOVE PX-RUN-LEN TO PX-H-WIN-LENGTH.

                    PX-H-WIN-LENGTH < 3 OR
                    PX-H-WIN-LENGTH > PX-H-SIZE
                   MOVE "BAD WIN LENGTH IN HEADER" TO PX-REASON
               WHEN PX-H-RULE-SET NOT = 'S' AND
                    PX-H-RULE-SET NOT = 'M' AND
                    PX-H-RULE-SET NOT = 'R' AND
                    PX-H-RULE-SET NOT = ' '
                   MOVE "BAD RULE SET IN HEADER" TO PX-REASON
               WHEN OTHER
                   MOVE PX-H-SIZE TO BOARD-SIZE
                   MOVE PX-H-WIN-LENGTH TO WIN-LENGTH
                   IF PX-H-RULE-SET = SPACE
                       MOVE 'S' TO RULE-SET
                   ELSE
                       MOVE PX-H-RULE-SET TO RULE-SET
                   END-IF
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                       PERFORM VARYING J FROM 1 BY 1 UNTIL J > 5
                           MOVE ' ' TO BOARD-COL(I, J)
           ELSE
               MOVE PX-MOVE-LINES TO PX-REJECT-SEQ
           END-IF.
           MOVE 'N' TO RS-BARRED-FLAG.
           IF RULE-RESTRICTED AND PX-NET-COUNT = 0 AND
              PX-M-ROW IS NUMERIC AND PX-M-COL IS NUMERIC
               MOVE PX-M-ROW TO RS-CELL-ROW
               MOVE PX-M-COL TO RS-CELL-COL
               PERFORM RS-CHECK-OPENING-CELL
           END-IF.
           EVALUATE TRUE
               WHEN PX-MOVE-LINES > 100
                   MOVE "MORE THAN 100 MOVE LINES" TO PX-REASON
                   MOVE "DUPLICATE MOVE SEQ" TO PX-REASON
               WHEN BOARD-COL(PX-M-ROW, PX-M-COL) NOT = ' '
                   MOVE "CELL ALREADY OCCUPIED" TO PX-REASON
               WHEN RS-CELL-BARRED
                   MOVE "RESTRICTED OPENING MOVE NOT ALLOWED"
                       TO PX-REASON
               WHEN PX-M-TOKEN = PX-PREV-TOKEN
                   MOVE "SAME TOKEN MOVED TWICE RUNNING"
                       TO PX-REASON
                       *> NOT THE BOARD - THERE IS NO POSITION TO
                       *> CHECK THE RESULT AGAINST.
                       CONTINUE
                   WHEN RULE-MISERE
                       PERFORM PX-CHECK-MISERE-RESULT
                   WHEN OTHER
                       IF PX-PREV-TOKEN NOT = PX-H-WINNER
                           MOVE "WINNER DID NOT MAKE THE LAST MOVE"
               SET PX-IMPORT-VALID TO TRUE
           END-IF.

       *> A MISERE GAME ENDS WHEN THE LOSER COMPLETES A LINE, SO
       *> THE LAST MOVE MUST BE THE LOSER'S AND MUST HAVE MADE IT.
       PX-CHECK-MISERE-RESULT.
           IF PX-PREV-TOKEN = PX-H-WINNER
               MOVE "LOSER DID NOT MAKE THE LAST MOVE" TO PX-REASON
               MOVE 0 TO PX-REJECT-SEQ
           ELSE
               MOVE PX-PREV-TOKEN TO SCAN-TOKEN
               PERFORM MM-HAS-LINE-FOR-TOKEN
               IF NOT MM-FOUND-WIN
                   MOVE "LOSER HAS NO COMPLETED LINE" TO PX-REASON
                   MOVE 0 TO PX-REJECT-SEQ
               END-IF
           END-IF.

       PX-COMMIT-IMPORT.
           *> THE IMPORTED MATCH TAKES THE NEXT NUMBER FROM THE
           *> SHARED CONTROL RECORD LIKE ANY PLAYED MATCH, SO A
           *> SECOND IMPORT (OR THE NEXT MATCH IN ANY MODE) CANNOT
           *> REUSE THE NUMBER JUST HANDED OUT.
           PERFORM ALLOCATE-MATCH-NUMBER.
           IF PX-H-DATE IS NUMERIC
               MOVE PX-H-DATE TO PX-USE-DATE
           ELSE
           MOVE PX-USE-DATE TO ML-LOG-DATE.
           MOVE PX-USE-TIME TO ML-LOG-TIME.
           MOVE BOARD-SIZE TO ML-BOARD-SIZE.
           MOVE SPACE TO ML-AI-DIFFICULTY.
           MOVE RULE-SET TO ML-RULE-SET.
           MOVE WIN-LENGTH TO ML-WIN-LENGTH.
           IF PX-H-RESULT-TYPE = 'F'
               MOVE 'F' TO ML-RESULT-TYPE
           ELSE
       *> ---------------------------------------------------
       RUN-BLUNDER-REVIEW.
           MOVE MATCH-NUMBER TO RV-TARGET-MATCH.
           *> HISTORY LOGGED BEFORE MATCHCTL.DAT (WHEN ONLY MODE 1
           *> PERSISTED THE COUNTER) MAY HOLD OTHER GAMES UNDER THIS
           *> SAME NUMBER UNTIL THE RENUMBER RUN - KEEP THE LAST
           *> GAME, WHICH IS THE MATCH JUST FINISHED.
           SET RV-KEEP-LAST-GAME TO TRUE.
           PERFORM LOAD-REPLAY-MOVES.
           IF RV-MOVE-COUNT = 0

       HR-ANALYZE-HUMAN-MOVE.
           MOVE 'N' TO HR-MOVE-FLAGGED.
           PERFORM HR-SEARCH-HUMAN-MOVE.
           IF HR-PLAYED-SEEN
               IF (HR-BEST-ROW NOT = HR-WATCH-ROW OR
                   HR-BEST-COL NOT = HR-WATCH-COL) AND
                  HR-PLAYED-SCORE < HR-BEST-SCORE
               END-IF
           END-IF.

       *> THE ENGINE'S VIEW OF THE HUMAN MOVE AT RV-MOVE-IDX,
       *> WITH THE BOARD SET TO THE POSITION BEFORE IT AND
       *> AI-TOKEN POINTED AT THE MOVER. SHARED BY THE BLUNDER
       *> REVIEW AND THE FAIR-PLAY SCREENING SO BOTH JUDGE A MOVE
       *> THE SAME WAY. HR-PLAYED-SEEN COMES BACK OFF WHEN THERE
       *> WAS NOTHING TO COMPARE.
       HR-SEARCH-HUMAN-MOVE.
           MOVE RV-MV-ROW(RV-MOVE-IDX) TO HR-WATCH-ROW.
           MOVE RV-MV-COL(RV-MOVE-IDX) TO HR-WATCH-COL.
           SET HR-WATCH-ACTIVE TO TRUE.
           MOVE 'N' TO HR-PLAYED-SEEN-FLAG.
           MOVE 9999 TO HR-WORST-SCORE.
           PERFORM MM-RUN-ROOT-SEARCH.
           MOVE 'N' TO HR-WATCH-FLAG.
           IF MM-BEST-ROW(1) > 0 AND HR-PLAYED-SEEN
               MOVE MM-BEST-SCORE(1) TO HR-BEST-SCORE
               MOVE MM-BEST-ROW(1) TO HR-BEST-ROW
               MOVE MM-BEST-COL(1) TO HR-BEST-COL
           ELSE
               MOVE 'N' TO HR-PLAYED-SEEN-FLAG
           END-IF.

       HR-APPLY-REVIEW-MOVE.
           IF RV-MV-ROW(RV-MOVE-IDX) >= 1 AND
              RV-MV-ROW(RV-MOVE-IDX) <= 5 AND
               END-IF
           END-IF.

       *> ---------------------------------------------------
       *> FAIR-PLAY SCREENING - REPLAYS EVERY HUMAN SEAT'S MOVES
       *> THROUGH THE BLUNDER REVIEW'S OWN ANALYSIS (HR-SEARCH-
       *> HUMAN-MOVE) AND MEASURES HOW OFTEN EACH PLAYER FOUND A
       *> BEST MOVE IN THE POSITIONS WHERE IT MATTERED. A PLAYER
       *> IS FLAGGED ONLY WHEN, OVER THE MINIMUM NUMBER OF GAMES,
       *> THAT MATCH RATE IS ABOVE THE FLOOR AND WELL CLEAR OF THE
       *> REST OF THE FIELD, AND THE THINK TIMES IN GL-THINK-SECS
       *> ARE UNUSUALLY STEADY - SOMEONE RELAYING ANOTHER ENGINE'S
       *> MOVES TAKES AS LONG OVER AN OBVIOUS MOVE AS OVER A HARD
       *> ONE. A FLAG IS GROUNDS TO LOOK, NOT A VERDICT: EACH ONE
       *> CITES THE MATCHES BEHIND IT FOR THE REPLAY VIEWER.
       *> A 4X4/5X5 MATCH IS SCREENED AT THE WIN LENGTH MATCHLOG
       *> RECORDS FOR IT, WITH THE SAME DEPTH-LIMITED SEARCH THE
       *> BLUNDER REVIEW USES THERE; ONE LOGGED BEFORE THE WIN
       *> LENGTH WAS RECORDED IS SKIPPED AND COUNTED AGAINST EACH
       *> HUMAN SEAT ON THE REPORT. IMPORTED
       *> MATCHES (MODE 4) ARE LEFT OUT BECAUSE WHICH SEATS WERE
       *> HUMAN IS NOT KNOWN, AND THE SHARED GUEST RECORD (HUMAN)
       *> IS MANY PEOPLE, SO IT IS LISTED BUT NEVER FLAGGED.
       *> ---------------------------------------------------
       RUN-FAIRPLAY-SCREENING.
           DISPLAY "FAIR-PLAY SCREENING RUN".
           DISPLAY "MINIMUM GAMES PER PLAYER (0 = STANDARD, "
               FP-STD-MIN-GAMES "): " WITH NO ADVANCING.
           ACCEPT FP-MIN-GAMES.
           IF FP-MIN-GAMES NOT NUMERIC
               MOVE 0 TO FP-MIN-GAMES
           END-IF.
           DISPLAY "REPLAYING HUMAN MOVES - THIS TAKES SOME TIME...".
           PERFORM FP-EXECUTE-SCREENING.

       *> THE RUN PROPER, WITH FP-MIN-GAMES ALREADY SET BY THE
       *> PROMPT ABOVE OR BY THE JOB-STREAM STEP RECORD. THE
       *> MATCH INDEX IS WALKED RATHER THAN THE GAME LOG SO A
       *> SAVED-THEN-RESUMED MATCH, WHOSE MOVES ARE SPLIT ACROSS
       *> THE LOG, IS STILL REPLAYED WHOLE (LOAD-REPLAY-MOVES).
       *> EACH PLAYER'S TOTALS ARE KEPT IN FAIRWRK.DAT (SEE THE
       *> FD), SO ANY NUMBER OF PLAYERS IS SCREENED.
       FP-EXECUTE-SCREENING.
           IF FP-MIN-GAMES = 0
               MOVE FP-STD-MIN-GAMES TO FP-MIN-GAMES
           END-IF.
           MOVE BOARD-SIZE TO FP-SAVE-SIZE.
           MOVE WIN-LENGTH TO FP-SAVE-WINLEN.
           MOVE RULE-SET TO FP-SAVE-RULE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FP-RUN-DATE.
           MOVE 0 TO FP-COUNT.
           MOVE 0 TO FP-MATCHES-READ.
           MOVE 0 TO FP-MATCHES-SCREENED.
           MOVE 0 TO FP-SKIPPED-SIZE.
           MOVE 0 TO FP-SKIPPED-DUP.
           MOVE 0 TO FP-MOVES-ANALYSED.
           MOVE 'N' TO FP-WORK-FAIL-FLAG.
           MOVE 'N' TO FP-SOURCE-FLAG.
           MOVE 'N' TO HR-WATCH-FLAG.
           SET RV-KEEP-FIRST-GAME TO TRUE.
           *> A WORK FILE LEFT BY A DROPPED RUN IS STALE.
           DELETE FILE FAIRPLAY-WORK-FILE.
           OPEN OUTPUT FAIRPLAY-WORK-FILE.
           CLOSE FAIRPLAY-WORK-FILE.
           OPEN I-O FAIRPLAY-WORK-FILE.
           IF FAIRPLAY-WORK-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN FAIRWRK.DAT (STATUS "
                   FAIRPLAY-WORK-STATUS ") - SCREENING ABANDONED."
               SET FP-WORK-FAILED TO TRUE
           ELSE
               PERFORM FP-SCREEN-ALL-MATCHES
               PERFORM FP-WRITE-REPORT
               CLOSE FAIRPLAY-WORK-FILE
           END-IF.
           DELETE FILE FAIRPLAY-WORK-FILE.
           MOVE FP-SAVE-SIZE TO BOARD-SIZE.
           MOVE FP-SAVE-WINLEN TO WIN-LENGTH.
           MOVE FP-SAVE-RULE TO RULE-SET.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > 5
                   MOVE ' ' TO BOARD-COL(I, J)
               END-PERFORM
           END-PERFORM.

       FP-SCREEN-ALL-MATCHES.
           PERFORM ENSURE-MATCH-INDEX.
           IF IX-MATCH-READY
               SET FP-MATCHES-FOUND TO TRUE
               MOVE 'N' TO IX-MATCH-EOF-FLAG
               MOVE 0 TO MX-MATCH-NUMBER
               MOVE 0 TO MX-GAME-SEQ
               START MATCH-IDX-FILE KEY >= MX-IDX-KEY
                   INVALID KEY
                       SET IX-MATCH-AT-END TO TRUE
               END-START
               PERFORM UNTIL IX-MATCH-AT-END
                   READ MATCH-IDX-FILE NEXT
                       AT END
                           SET IX-MATCH-AT-END TO TRUE
                       NOT AT END
                           PERFORM FP-SCREEN-MATCH
                   END-READ
               END-PERFORM
               PERFORM CLOSE-MATCH-INDEX
           ELSE
               PERFORM FP-SCAN-MATCH-LOG
           END-IF.

       *> FULL-SCAN FALLBACK WHEN THE MATCH INDEX CANNOT BE OPENED
       *> OR REBUILT. EACH MATCHLOG RECORD IS HANDED OVER IN THE
       *> INDEX RECORD'S SHAPE; WITHOUT THE INDEX A REUSED MATCH
       *> NUMBER CANNOT BE SPOTTED, SO EVERY ENTRY READS AS THE
       *> FIRST GAME UNDER ITS NUMBER, AS IN THE REPLAY VIEWER.
       FP-SCAN-MATCH-LOG.
           SET MATCH-LOG-EOF-FLAG TO 'N'.
           OPEN INPUT MATCH-LOG-FILE.
           IF MATCH-LOG-STATUS = "00"
               SET FP-MATCHES-FOUND TO TRUE
               PERFORM UNTIL MATCH-LOG-EOF
                   READ MATCH-LOG-FILE
                       AT END
                           SET MATCH-LOG-EOF TO TRUE
                       NOT AT END
                           MOVE ML-MATCH-NUMBER TO MX-MATCH-NUMBER
                           MOVE 1 TO MX-GAME-SEQ
                           MOVE ML-GAME-MODE TO MX-GAME-MODE
                           MOVE ML-PLAYER-X-NAME TO MX-PLAYER-X-NAME
                           MOVE ML-PLAYER-O-NAME TO MX-PLAYER-O-NAME
                           MOVE ML-LOG-DATE TO MX-LOG-DATE
                           MOVE ML-BOARD-SIZE TO MX-BOARD-SIZE
                           MOVE ML-RULE-SET TO MX-RULE-SET
                           MOVE ML-WIN-LENGTH TO MX-WIN-LENGTH
                           PERFORM FP-SCREEN-MATCH
                   END-READ
               END-PERFORM
               CLOSE MATCH-LOG-FILE
           END-IF.

       *> A MATCH IS SCREENED AT ITS OWN BOARD SIZE AND WIN
       *> LENGTH, AS THE BLUNDER REVIEW SEES IT. A 3X3 MATCH CAN
       *> ONLY BE THREE IN A ROW; A 4X4/5X5 MATCH LOGGED BEFORE
       *> MATCHLOG CARRIED THE WIN LENGTH CANNOT BE JUDGED, AND
       *> IS COUNTED AGAINST EACH HUMAN SEAT INSTEAD.
       FP-SCREEN-MATCH.
           ADD 1 TO FP-MATCHES-READ.
           IF MX-GAME-MODE = 1 OR MX-GAME-MODE = 2
               MOVE 'N' TO FP-SIZE-FLAG
               IF MX-BOARD-SIZE = 3
                   MOVE 3 TO FP-USE-WINLEN
                   SET FP-SIZE-KNOWN TO TRUE
               ELSE
               IF (MX-BOARD-SIZE = 4 OR MX-BOARD-SIZE = 5) AND
                  MX-WIN-LENGTH IS NUMERIC AND
                  MX-WIN-LENGTH >= 3 AND MX-WIN-LENGTH <= MX-BOARD-SIZE
                   MOVE MX-WIN-LENGTH TO FP-USE-WINLEN
                   SET FP-SIZE-KNOWN TO TRUE
               END-IF
               END-IF
               EVALUATE TRUE
                   WHEN NOT FP-SIZE-KNOWN
                       ADD 1 TO FP-SKIPPED-SIZE
                       MOVE MX-PLAYER-X-NAME TO FP-SEAT-NAME
                       PERFORM FP-NOTE-SKIPPED-SEAT
                       IF MX-GAME-MODE = 2
                           MOVE MX-PLAYER-O-NAME TO FP-SEAT-NAME
                           PERFORM FP-NOTE-SKIPPED-SEAT
                       END-IF
                   *> A SECOND GAME UNDER A REUSED NUMBER CANNOT BE
                   *> TOLD APART FROM THE FIRST IN THE GAME LOG
                   *> UNTIL THE RENUMBER CONVERSION HAS BEEN RUN.
                   WHEN MX-GAME-SEQ > 1
                       ADD 1 TO FP-SKIPPED-DUP
                   WHEN OTHER
                       *> THE ENGINE JUDGES EACH MOVE BY THE RULES
                       *> THE MATCH WAS PLAYED UNDER.
                       IF MX-RULE-SET = 'M' OR MX-RULE-SET = 'R'
                           MOVE MX-RULE-SET TO RULE-SET
                       ELSE
                           MOVE 'S' TO RULE-SET
                       END-IF
                       MOVE MX-BOARD-SIZE TO BOARD-SIZE
                       MOVE FP-USE-WINLEN TO WIN-LENGTH
                       MOVE MX-MATCH-NUMBER TO RV-TARGET-MATCH
                       PERFORM LOAD-REPLAY-MOVES
                       IF RV-MOVE-COUNT > 0
                           ADD 1 TO FP-MATCHES-SCREENED
                           MOVE 'X' TO HR-HUMAN-TOKEN
                           MOVE MX-PLAYER-X-NAME TO FP-SEAT-NAME
                           PERFORM FP-SCREEN-SEAT
                           *> IN MODE 1 THE O SEAT IS THE CAT.
                           IF MX-GAME-MODE = 2
                               MOVE 'O' TO HR-HUMAN-TOKEN
                               MOVE MX-PLAYER-O-NAME TO FP-SEAT-NAME
                               PERFORM FP-SCREEN-SEAT
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

       FP-NOTE-SKIPPED-SEAT.
           PERFORM FP-FIND-OR-ADD-PLAYER.
           ADD 1 TO FW-SKIPPED-SIZE.
           PERFORM FP-SAVE-PLAYER.

       *> WALKS THE MATCH FROM THE EMPTY BOARD, ANALYSING EACH
       *> MOVE THE SEAT IN HR-HUMAN-TOKEN MADE, THEN POSTS THE
       *> MATCH'S COUNTS TO THE PLAYER AND CITES IT WHEN THE
       *> PLAYER FOUND THE BEST MOVE IN NEARLY EVERY POSITION
       *> THAT MATTERED.
       FP-SCREEN-SEAT.
           PERFORM FP-FIND-OR-ADD-PLAYER.
           MOVE HR-HUMAN-TOKEN TO AI-TOKEN.
           IF HR-HUMAN-TOKEN = 'X'
               MOVE 'O' TO OPPONENT-TOKEN
           ELSE
               MOVE 'X' TO OPPONENT-TOKEN
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > 5
                   MOVE ' ' TO BOARD-COL(I, J)
               END-PERFORM
           END-PERFORM.
           MOVE 0 TO FP-M-DECISIVE.
           MOVE 0 TO FP-M-MATCHED.
           MOVE 0 TO FP-M-ANALYSED.
           PERFORM VARYING RV-MOVE-IDX FROM 1 BY 1
                   UNTIL RV-MOVE-IDX > RV-MOVE-COUNT
               IF RV-MV-TOKEN(RV-MOVE-IDX) = HR-HUMAN-TOKEN AND
                  RV-MV-STATUS(RV-MOVE-IDX) NOT = 'T'
                   PERFORM FP-SCREEN-MOVE
               END-IF
               PERFORM HR-APPLY-REVIEW-MOVE
           END-PERFORM.
           IF FP-M-ANALYSED > 0
               ADD 1 TO FW-GAMES
               ADD FP-M-DECISIVE TO FW-DECISIVE
               ADD FP-M-MATCHED TO FW-MATCHED
               IF FP-M-DECISIVE >= FP-CITE-MIN-MOVES AND
                  FP-M-MATCHED * 100 >=
                      FP-RATE-FLOOR * FP-M-DECISIVE
                   PERFORM FP-NOTE-CITATION
               END-IF
           END-IF.
           PERFORM FP-SAVE-PLAYER.

       *> THE OPENING MOVE ON AN EMPTY BOARD SAYS NOTHING ABOUT WHO
       *> CHOSE IT (ON 3X3 IT DRAWS WHEREVER IT GOES) AND A LAST
       *> EMPTY CELL IS NO CHOICE AT ALL, SO BOTH ARE PASSED.
       FP-SCREEN-MOVE.
           PERFORM MM-COUNT-EMPTY-CELLS.
           IF MM-EMPTY-CELLS > 1 AND
              MM-EMPTY-CELLS < BOARD-SIZE * BOARD-SIZE
               ADD 1 TO FP-M-ANALYSED
               ADD 1 TO FP-MOVES-ANALYSED
               PERFORM HR-SEARCH-HUMAN-MOVE
               IF HR-PLAYED-SEEN AND HR-WORST-SCORE < HR-BEST-SCORE
                   ADD 1 TO FP-M-DECISIVE
                   IF HR-PLAYED-SCORE >= HR-BEST-SCORE
                       ADD 1 TO FP-M-MATCHED
                   END-IF
               END-IF
               IF RV-MV-SECS(RV-MOVE-IDX) IS NUMERIC
                   MOVE RV-MV-SECS(RV-MOVE-IDX) TO FP-THINK
                   ADD 1 TO FW-TIMED
                   ADD FP-THINK TO FW-SECS-SUM
                   COMPUTE FW-SECS-SQ = FW-SECS-SQ + FP-THINK * FP-THINK
               END-IF
           END-IF.

       FP-NOTE-CITATION.
           ADD 1 TO FW-CITE-COUNT.
           IF FW-CITE-COUNT <= 10
               MOVE FW-CITE-COUNT TO FP-CITE-IDX
               MOVE MX-MATCH-NUMBER TO FW-CITE-MATCH(FP-CITE-IDX)
               MOVE FP-M-DECISIVE TO FW-CITE-DECISIVE(FP-CITE-IDX)
               MOVE FP-M-MATCHED TO FW-CITE-MATCHED(FP-CITE-IDX)
               MOVE MX-LOG-DATE TO FW-CITE-DATE(FP-CITE-IDX)
           END-IF.

       *> READS THE SEAT'S TOTALS INTO THE WORK RECORD, OR STARTS
       *> THEM AT ZERO FOR A PLAYER NOT MET BEFORE IN THIS RUN.
       FP-FIND-OR-ADD-PLAYER.
           MOVE 'N' TO FP-NEW-PLAYER-FLAG.
           MOVE FP-SEAT-NAME TO FW-PLAYER-NAME.
           READ FAIRPLAY-WORK-FILE
               INVALID KEY
                   SET FP-NEW-PLAYER TO TRUE
           END-READ.
           IF FP-NEW-PLAYER
               MOVE FP-SEAT-NAME TO FW-PLAYER-NAME
               MOVE 0 TO FW-GAMES
               MOVE 0 TO FW-DECISIVE
               MOVE 0 TO FW-MATCHED
               MOVE 0 TO FW-TIMED
               MOVE 0 TO FW-SECS-SUM
               MOVE 0 TO FW-SECS-SQ
               MOVE 0 TO FW-SKIPPED-SIZE
               MOVE 0 TO FW-CITE-COUNT
           END-IF.

       FP-SAVE-PLAYER.
           IF FP-NEW-PLAYER
               WRITE FAIRPLAY-WORK-RECORD
                   INVALID KEY
                       DISPLAY "FAIRWRK.DAT WRITE FAILED (STATUS "
                           FAIRPLAY-WORK-STATUS ") FOR "
                           FW-PLAYER-NAME "."
                       SET FP-WORK-FAILED TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO FP-COUNT
               END-WRITE
           ELSE
               REWRITE FAIRPLAY-WORK-RECORD
                   INVALID KEY
                       DISPLAY "FAIRWRK.DAT REWRITE FAILED (STATUS "
                           FAIRPLAY-WORK-STATUS ") FOR "
                           FW-PLAYER-NAME "."
                       SET FP-WORK-FAILED TO TRUE
               END-REWRITE
           END-IF.

       *> EVERY PLAYER IN NAME ORDER - FP-WALK-PARA NAMES WHAT IS
       *> DONE WITH EACH ONE: 'M' MEASURE THE FIELD, 'R' REPORT.
       FP-WALK-PLAYERS.
           MOVE 'N' TO FP-WORK-EOF-FLAG.
           MOVE LOW-VALUES TO FW-PLAYER-NAME.
           START FAIRPLAY-WORK-FILE KEY >= FW-PLAYER-NAME
               INVALID KEY
                   SET FP-WORK-EOF TO TRUE
           END-START.
           PERFORM UNTIL FP-WORK-EOF
               READ FAIRPLAY-WORK-FILE NEXT
                   AT END
                       SET FP-WORK-EOF TO TRUE
                   NOT AT END
                       IF FP-WALK-PARA = 'M'
                           PERFORM FP-MEASURE-PLAYER
                       ELSE
                           PERFORM FP-REPORT-PLAYER
                       END-IF
               END-READ
           END-PERFORM.

       *> MATCH RATE, AVERAGE THINK AND TIME SPREAD FOR THE PLAYER
       *> IN THE WORK RECORD, AND WHETHER THE PLAYER HAS ENOUGH
       *> GAMES (AND ENOUGH DECISIVE POSITIONS) TO BE JUDGED AT
       *> ALL.
       FP-ASSESS-PLAYER.
           MOVE 0 TO FP-RATE.
           MOVE 0 TO FP-AVG-SECS.
           MOVE 0 TO FP-SPREAD.
           IF FW-DECISIVE > 0
               COMPUTE FP-RATE ROUNDED =
                   FW-MATCHED * 100 / FW-DECISIVE
           END-IF.
           IF FW-TIMED > 0
               COMPUTE FP-AVG-SECS ROUNDED = FW-SECS-SUM / FW-TIMED
               COMPUTE FP-VARIANCE =
                   FW-SECS-SQ / FW-TIMED - (FW-SECS-SUM / FW-TIMED) ** 2
               IF FP-VARIANCE < 0
                   MOVE 0 TO FP-VARIANCE
               END-IF
               *> EVERY MOVE AT ZERO SECONDS IS AS STEADY AS A PACE
               *> GETS - THE SPREAD STAYS AT ZERO.
               IF FW-SECS-SUM > 0
                   COMPUTE FP-SPREAD ROUNDED =
                       FUNCTION SQRT(FP-VARIANCE) * 100 *
                       FW-TIMED / FW-SECS-SUM
                       ON SIZE ERROR
                           MOVE 999.99 TO FP-SPREAD
                   END-COMPUTE
               END-IF
           END-IF.
           IF FW-GAMES >= FP-MIN-GAMES AND
              FW-DECISIVE > 0 AND
              FW-PLAYER-NAME NOT = 'HUMAN'
               SET FP-ELIGIBLE TO TRUE
           ELSE
               MOVE 'N' TO FP-ELIGIBLE-FLAG
           END-IF.

       *> THE FIELD EVERY PLAYER IS MEASURED AGAINST - THE MEAN
       *> AND SPREAD OF THE MATCH RATES OF EVERY PLAYER ELIGIBLE
       *> TO BE JUDGED.
       FP-MEASURE-FIELD.
           MOVE 0 TO FP-PEERS.
           MOVE 0 TO FP-RATE-SUM.
           MOVE 0 TO FP-RATE-SQ-SUM.
           MOVE 0 TO FP-MEAN.
           MOVE 0 TO FP-SD.
           MOVE 'M' TO FP-WALK-PARA.
           PERFORM FP-WALK-PLAYERS.
           IF FP-PEERS > 0
               COMPUTE FP-MEAN ROUNDED = FP-RATE-SUM / FP-PEERS
               COMPUTE FP-VARIANCE =
                   FP-RATE-SQ-SUM / FP-PEERS -
                   (FP-RATE-SUM / FP-PEERS) ** 2
               IF FP-VARIANCE < 0
                   MOVE 0 TO FP-VARIANCE
               END-IF
               COMPUTE FP-SD ROUNDED = FUNCTION SQRT(FP-VARIANCE)
           END-IF.
           IF FP-PEERS >= FP-MIN-PEERS
               COMPUTE FP-PEER-LIMIT ROUNDED =
                   FP-MEAN + FP-Z-LIMIT * FP-SD
           ELSE
               MOVE FP-RATE-FLOOR TO FP-PEER-LIMIT
           END-IF.

       FP-MEASURE-PLAYER.
           PERFORM FP-ASSESS-PLAYER.
           IF FP-ELIGIBLE
               ADD 1 TO FP-PEERS
               ADD FP-RATE TO FP-RATE-SUM
               COMPUTE FP-RATE-SQ-SUM =
                   FP-RATE-SQ-SUM + FP-RATE * FP-RATE
           END-IF.

       FP-JUDGE-PLAYER.
           PERFORM FP-ASSESS-PLAYER.
           MOVE 'N' TO FP-RATE-FLAG.
           MOVE 'N' TO FP-TIME-FLAG.
           IF FP-ELIGIBLE
               IF FP-RATE >= FP-RATE-FLOOR AND
                  (FP-PEERS < FP-MIN-PEERS OR FP-RATE > FP-PEER-LIMIT)
                   SET FP-RATE-UNUSUAL TO TRUE
               END-IF
               IF FW-TIMED >= FP-MIN-TIMED AND
                  FP-SPREAD <= FP-SPREAD-LIMIT
                   SET FP-TIME-UNUSUAL TO TRUE
               END-IF
           END-IF.

       FP-WRITE-REPORT.
           PERFORM FP-MEASURE-FIELD.
           MOVE 0 TO FP-FLAGGED.
           MOVE 0 TO FP-BELOW-MIN.
           OPEN OUTPUT FAIRPLAY-FILE.
           OPEN OUTPUT FAIRPLAY-REPORT-FILE.
           MOVE "FAIR-PLAY SCREENING REPORT" TO FP-REPORT-LINE.
           PERFORM FP-WRITE-LINE.
           STRING "RUN AT " FUNCTION CURRENT-DATE(1:14)
               DELIMITED BY SIZE INTO FP-REPORT-LINE.
           PERFORM FP-WRITE-LINE.
           MOVE FP-MIN-GAMES TO FP-GAMES-ED.
           MOVE FP-RATE-FLOOR TO FP-RATE-ED.
           MOVE FP-Z-LIMIT TO FP-Z-ED.
           MOVE FP-SPREAD-LIMIT TO FP-SPREAD-ED.
           STRING "MINIMUM GAMES " FP-GAMES-ED
               "   MATCH-RATE FLOOR " FP-RATE-ED
               "%   PEER LIMIT MEAN + " FP-Z-ED " SD"
               DELIMITED BY SIZE INTO FP-REPORT-LINE.
           PERFORM FP-WRITE-LINE.
           MOVE FP-MIN-TIMED TO FP-COUNT-ED.
           STRING "STEADY-TIMING LIMIT " FP-SPREAD-ED
               "% SPREAD OVER AT LEAST " FP-COUNT-ED " TIMED MOVES"
               DELIMITED BY SIZE INTO FP-REPORT-LINE.
           PERFORM FP-WRITE-LINE.
           PERFORM FP-WRITE-LINE.
           IF NOT FP-MATCHES-FOUND
               MOVE "NO MATCH LOG AVAILABLE - NO MATCHES SCREENED."
                   TO FP-REPORT-LINE
               PERFORM FP-WRITE-LINE
           END-IF.
           MOVE FP-MATCHES-READ TO FP-COUNT-ED.
           STRING "MATCHES ON FILE:                 " FP-COUNT-ED
               DELIMITED BY SIZE INTO FP-REPORT-LINE.
           PERFORM FP-WRITE-LINE.
           MOVE FP-MATCHES-SCREENED TO FP-COUNT-ED.
           STRING "HUMAN MATCHES SCREENED:          " FP-COUNT-ED
               DELIMITED BY SIZE INTO FP-REPORT-LINE.
           PERFORM FP-WRITE-LINE.
           MOVE FP-SKIPPED-SIZE TO FP-COUNT-ED.
           STRING "4X4/5X5 SKIPPED, NO WIN LENGTH:  " FP-COUNT-ED
               DELIMITED BY SIZE INTO FP-REPORT-LINE.
           PERFORM FP-WRITE-LINE.
           IF FP-SKIPPED-DUP > 0
               MOVE FP-SKIPPED-DUP TO FP-COUNT-ED
               STRING "REUSED MATCH NUMBERS SKIPPED:    " FP-COUNT-ED
                   "  (RUN THE RENUMBER CONVERSION)"
                   DELIMITED BY SIZE INTO FP-REPORT-LINE
               PERFORM FP-WRITE-LINE
           END-IF.
           MOVE FP-MOVES-ANALYSED TO FP-COUNT-ED.
           STRING "HUMAN MOVES ANALYSED:            " FP-COUNT-ED
               DELIMITED BY SIZE INTO FP-REPORT-LINE.
           PERFORM FP-WRITE-LINE.
           MOVE FP-PEERS TO FP-COUNT-ED.
           IF FP-PEERS >= FP-MIN-PEERS
               MOVE FP-MEAN TO FP-RATE-ED
               MOVE FP-SD TO FP-SD-ED
               MOVE FP-PEER-LIMIT TO FP-LIMIT-ED
               STRING "FIELD OF " FP-COUNT-ED " PLAYERS - MEAN RATE "
                   FP-RATE-ED "%, SD " FP-SD-ED "%, PEER LIMIT "
                   FP-LIMIT-ED "%"
                   DELIMITED BY SIZE INTO FP-REPORT-LINE
           ELSE
               STRING "FIELD OF " FP-COUNT-ED " PLAYERS - TOO "
                   "SMALL FOR THE PEER TEST, THE FLOOR ALONE APPLIES"
                   DELIMITED BY SIZE INTO FP-REPORT-LINE
           END-IF.
           PERFORM FP-WRITE-LINE.
           PERFORM FP-WRITE-LINE.
           STRING "PLAYER        GAMES DECISIVE  MATCHED   RATE%"
               "  AVG SEC  SPREAD%  SKIPPED  FLAGS"
               DELIMITED BY SIZE INTO FP-REPORT-LINE.
           PERFORM FP-WRITE-LINE.
           MOVE 'R' TO FP-WALK-PARA.
           PERFORM FP-WALK-PLAYERS.
           IF FP-WORK-FAILED
               STRING "FAIRWRK.DAT COULD NOT BE WRITTEN IN FULL - "
                   "TOTALS ABOVE ARE INCOMPLETE. RERUN."
                   DELIMITED BY SIZE INTO FP-REPORT-LINE
               PERFORM FP-WRITE-LINE
           END-IF.
           PERFORM FP-WRITE-LINE.
           MOVE FP-COUNT TO FP-COUNT-ED.
           STRING "PLAYERS SCREENED:                " FP-COUNT-ED
               DELIMITED BY SIZE INTO FP-REPORT-LINE.
           PERFORM FP-WRITE-LINE.
           MOVE FP-BELOW-MIN TO FP-COUNT-ED.
           STRING "NOT JUDGED (TOO FEW GAMES/GUEST):" FP-COUNT-ED
               DELIMITED BY SIZE INTO FP-REPORT-LINE.
           PERFORM FP-WRITE-LINE.
           MOVE FP-FLAGGED TO FP-COUNT-ED.
           STRING "PLAYERS FLAGGED:                 " FP-COUNT-ED
               DELIMITED BY SIZE INTO FP-REPORT-LINE.
           PERFORM FP-WRITE-LINE.
           STRING "R = MATCH RATE UNUSUAL, T = TIMING UNUSUAL. A "
               "FLAG NEEDS BOTH - REPLAY THE CITED MATCHES"
               DELIMITED BY SIZE INTO FP-REPORT-LINE.
           PERFORM FP-WRITE-LINE.
           STRING "(MODE 9) BEFORE ANY PLAYER MAINTENANCE."
               DELIMITED BY SIZE INTO FP-REPORT-LINE.
           PERFORM FP-WRITE-LINE.
           STRING "SKIPPED = THE PLAYER'S 4X4/5X5 MATCHES NOT "
               "SCREENED - LOGGED BEFORE MATCHLOG KEPT THE WIN LENGTH."
               DELIMITED BY SIZE INTO FP-REPORT-LINE.
           PERFORM FP-WRITE-LINE.
           CLOSE FAIRPLAY-REPORT-FILE.
           CLOSE FAIRPLAY-FILE.
           DISPLAY "FAIR-PLAY SCREENING - " FP-MATCHES-SCREENED
               " MATCHES SCREENED, " FP-FLAGGED " PLAYERS FLAGGED.".
           DISPLAY "REPORT WRITTEN TO FAIRRPT.DAT, EXCEPTIONS TO "
               "FAIRPLAY.DAT.".

       FP-REPORT-PLAYER.
           PERFORM FP-JUDGE-PLAYER.
           MOVE SPACES TO FP-MARKS.
           IF NOT FP-ELIGIBLE
               ADD 1 TO FP-BELOW-MIN
               MOVE "NOT JUDGED" TO FP-MARKS
           ELSE
               MOVE 1 TO FP-PTR
               IF FP-RATE-UNUSUAL
                   STRING "R " DELIMITED BY SIZE
                       INTO FP-MARKS WITH POINTER FP-PTR
               END-IF
               IF FP-TIME-UNUSUAL
                   STRING "T " DELIMITED BY SIZE
                       INTO FP-MARKS WITH POINTER FP-PTR
               END-IF
               IF FP-RATE-UNUSUAL AND FP-TIME-UNUSUAL
                   STRING "FLAGGED" DELIMITED BY SIZE
                       INTO FP-MARKS WITH POINTER FP-PTR
               END-IF
           END-IF.
           MOVE FW-GAMES TO FP-GAMES-ED.
           MOVE FW-DECISIVE TO FP-DECISIVE-ED.
           MOVE FW-MATCHED TO FP-MATCHED-ED.
           MOVE FP-RATE TO FP-RATE-ED.
           MOVE FP-AVG-SECS TO FP-AVG-ED.
           MOVE FP-SPREAD TO FP-SPREAD-ED.
           MOVE FW-SKIPPED-SIZE TO FP-SKIPPED-ED.
           STRING FW-PLAYER-NAME "  " FP-GAMES-ED "   "
               FP-DECISIVE-ED "   " FP-MATCHED-ED "  " FP-RATE-ED
               "  " FP-AVG-ED "   " FP-SPREAD-ED "    " FP-SKIPPED-ED
               "  " FP-MARKS
               DELIMITED BY SIZE INTO FP-REPORT-LINE.
           PERFORM FP-WRITE-LINE.
           IF FP-RATE-UNUSUAL AND FP-TIME-UNUSUAL
               ADD 1 TO FP-FLAGGED
               PERFORM FP-WRITE-EXCEPTION
           END-IF.

       FP-WRITE-EXCEPTION.
           MOVE SPACES TO FAIRPLAY-PLAYER-REC.
           MOVE 'P' TO FE-REC-TYPE.
           MOVE FW-PLAYER-NAME TO FE-PLAYER-NAME.
           MOVE FW-GAMES TO FE-GAMES.
           MOVE FW-DECISIVE TO FE-DECISIVE.
           MOVE FW-MATCHED TO FE-MATCHED.
           MOVE FP-RATE TO FE-MATCH-RATE.
           MOVE FP-PEER-LIMIT TO FE-PEER-LIMIT.
           MOVE FP-AVG-SECS TO FE-AVG-SECS.
           MOVE FP-SPREAD TO FE-TIME-SPREAD.
           MOVE FW-CITE-COUNT TO FE-CITED-MATCHES.
           MOVE FP-RUN-DATE TO FE-RUN-DATE.
           WRITE FAIRPLAY-PLAYER-REC.
           DISPLAY "FLAGGED: " FW-PLAYER-NAME " MATCH RATE "
               FP-RATE-ED "% TIME SPREAD " FP-SPREAD-ED "%".
           MOVE 1 TO FP-PTR.
           STRING "    SUPPORTING MATCHES:" DELIMITED BY SIZE
               INTO FP-REPORT-LINE WITH POINTER FP-PTR.
           IF FW-CITE-COUNT = 0
               STRING " NONE SINGLY - THE PATTERN IS ACROSS GAMES"
                   DELIMITED BY SIZE
                   INTO FP-REPORT-LINE WITH POINTER FP-PTR
           END-IF.
           PERFORM VARYING FP-CITE-IDX FROM 1 BY 1
                   UNTIL FP-CITE-IDX > FW-CITE-COUNT OR
                         FP-CITE-IDX > 10
               MOVE SPACES TO FAIRPLAY-MATCH-REC
               MOVE 'M' TO FE-M-REC-TYPE
               MOVE FW-PLAYER-NAME TO FE-M-PLAYER-NAME
               MOVE FW-CITE-MATCH(FP-CITE-IDX) TO FE-M-MATCH-NUMBER
               MOVE FW-CITE-DECISIVE(FP-CITE-IDX) TO FE-M-DECISIVE
               MOVE FW-CITE-MATCHED(FP-CITE-IDX) TO FE-M-MATCHED
               MOVE FW-CITE-DATE(FP-CITE-IDX) TO FE-M-LOG-DATE
               WRITE FAIRPLAY-MATCH-REC
               STRING " " FW-CITE-MATCH(FP-CITE-IDX)
                   DELIMITED BY SIZE
                   INTO FP-REPORT-LINE WITH POINTER FP-PTR
           END-PERFORM.
           PERFORM FP-WRITE-LINE.
           IF FW-CITE-COUNT > 10
               MOVE FW-CITE-COUNT TO FP-COUNT-ED
               STRING "    (FIRST 10 OF " FP-COUNT-ED
                   " SUPPORTING MATCHES SHOWN)"
                   DELIMITED BY SIZE INTO FP-REPORT-LINE
               PERFORM FP-WRITE-LINE
           END-IF.

       FP-WRITE-LINE.
           WRITE FAIRPLAY-REPORT-REC FROM FP-REPORT-LINE.
           MOVE SPACES TO FP-REPORT-LINE.

       *> ---------------------------------------------------
       *> LOG RECONCILIATION - CROSS-CHECKS GAMELOG.DAT,
       *> MATCHLOG.DAT AND SCORE.DAT AND WRITES EVERY DISCREPANCY
           END-IF.

       *> ---------------------------------------------------
       *> PLAYER MASTER FILE MAINTENANCE (PLAYERS.DAT, KEYED ON
       *> PF-PLAYER-NAME). UPDATERS OPEN IT I-O THROUGH
       *> PM-OPEN-MASTER, READERS INPUT THROUGH
       *> PM-OPEN-MASTER-INPUT; EITHER WAY PM-MASTER-OPEN SAYS
       *> WHETHER IT CAN BE USED. NO FILE AT ALL IS A NEW
       *> INSTALLATION, WHICH THE UPDATERS START EMPTY.
       *> ---------------------------------------------------
       PM-OPEN-MASTER.
           MOVE 'N' TO PM-OPEN-FLAG.
           OPEN I-O PLAYER-FILE.
           IF PLAYER-FILE-STATUS = "35"
               PERFORM PM-CHECK-OLD-FORMAT
               IF NOT PM-OLD-FORMAT
                   OPEN OUTPUT PLAYER-FILE
                   CLOSE PLAYER-FILE
                   OPEN I-O PLAYER-FILE
               END-IF
           END-IF.
           IF PLAYER-FILE-STATUS = "00"
               SET PM-MASTER-OPEN TO TRUE
           ELSE
               PERFORM PM-REPORT-UNAVAILABLE
           END-IF.

       PM-OPEN-MASTER-INPUT.
           MOVE 'N' TO PM-OPEN-FLAG.
           OPEN INPUT PLAYER-FILE.
           EVALUATE PLAYER-FILE-STATUS
               WHEN "00"
                   SET PM-MASTER-OPEN TO TRUE
               WHEN "35"
                   PERFORM PM-CHECK-OLD-FORMAT
                   IF PM-OLD-FORMAT
                       PERFORM PM-REPORT-UNAVAILABLE
                   END-IF
               WHEN OTHER
                   PERFORM PM-REPORT-UNAVAILABLE
           END-EVALUATE.

       *> "NOT FOUND" FROM THE KEYED FD CAN STILL MEAN THE OLD
       *> ONE-LINE-PER-PLAYER PLAYERS.DAT IS THERE (A FILE HANDLER
       *> THAT KEEPS ITS INDEX BESIDE THE DATA FINDS NO INDEX).
       *> THAT FILE MUST BE CONVERTED, NEVER CREATED OVER.
       PM-CHECK-OLD-FORMAT.
           MOVE 'N' TO PM-OLD-FLAG.
           OPEN INPUT PLAYER-SEQ-FILE.
           IF PLAYER-SEQ-STATUS = "00"
               CLOSE PLAYER-SEQ-FILE
               SET PM-OLD-FORMAT TO TRUE
           END-IF.

       PM-REPORT-UNAVAILABLE.
           DISPLAY "PLAYER MASTER PLAYERS.DAT UNAVAILABLE (STATUS "
               PLAYER-FILE-STATUS ") - PLAYER RECORDS NOT USED.".
           DISPLAY "IF IT IS STILL THE OLD LINE FILE, CONVERT IT "
               "FIRST (MENU MODE 24).".

       PM-CLOSE-MASTER.
           IF PM-MASTER-OPEN
               CLOSE PLAYER-FILE
               MOVE 'N' TO PM-OPEN-FLAG
           END-IF.

       *> LOADS PM-SEARCH-NAME'S RECORD INTO SLOT PM-SLOT,
       *> REGISTERING THE NAME (0/0/0, RATED 1500) IF IT IS NEW.
       *> PM-FOUND-IDX COMES BACK AS THE SLOT, OR ZERO IF THE
       *> MASTER COULD NOT BE USED.
       FIND-OR-ADD-PLAYER.
           MOVE 0 TO PM-FOUND-IDX.
           IF PM-MASTER-OPEN
               MOVE PM-SEARCH-NAME TO PF-PLAYER-NAME
               READ PLAYER-FILE
                   INVALID KEY
                       PERFORM PM-REGISTER-PLAYER
                   NOT INVALID KEY
                       MOVE PLAYER-RECORD TO PM-ENTRY(PM-SLOT)
                       MOVE PM-SLOT TO PM-FOUND-IDX
               END-READ
           END-IF.

       PM-REGISTER-PLAYER.
           MOVE PM-SEARCH-NAME TO PF-PLAYER-NAME.
           MOVE 0 TO PF-WINS.
           MOVE 0 TO PF-LOSSES.
           MOVE 0 TO PF-DRAWS.
           MOVE 1500 TO PF-RATING.
           WRITE PLAYER-RECORD
               INVALID KEY
                   DISPLAY "PLAYERS.DAT WRITE FAILED (STATUS "
                       PLAYER-FILE-STATUS ") - " PM-SEARCH-NAME
                       " NOT REGISTERED."
               NOT INVALID KEY
                   MOVE PLAYER-RECORD TO PM-ENTRY(PM-SLOT)
                   MOVE PM-SLOT TO PM-FOUND-IDX
           END-WRITE.

       *> PUTS SLOT PM-SLOT BACK ON ITS OWN PLAYERS.DAT RECORD.
       PM-SAVE-SLOT.
           MOVE 'N' TO PM-SAVED-FLAG.
           MOVE PM-ENTRY(PM-SLOT) TO PLAYER-RECORD.
           REWRITE PLAYER-RECORD
               INVALID KEY
                   DISPLAY "PLAYERS.DAT REWRITE FAILED (STATUS "
                       PLAYER-FILE-STATUS ") FOR " PM-NAME(PM-SLOT) "."
               NOT INVALID KEY
                   SET PM-SLOT-SAVED TO TRUE
           END-REWRITE.

       REGISTER-SESSION-PLAYERS.
           PERFORM PM-OPEN-MASTER.
           IF PLAYER-X-NAME = PLAYER-O-NAME
               DISPLAY "BOTH SEATS HAVE THE SAME NAME - LEAGUE "
                   "RECORDS WILL MERGE INTO ONE PLAYER."
           END-IF.
           MOVE 1 TO PM-SLOT.
           MOVE PLAYER-X-NAME TO PM-SEARCH-NAME.
           PERFORM FIND-OR-ADD-PLAYER.
           MOVE 2 TO PM-SLOT.
           MOVE PLAYER-O-NAME TO PM-SEARCH-NAME.
           PERFORM FIND-OR-ADD-PLAYER.
           PERFORM PM-CLOSE-MASTER.

       UPDATE-PLAYER-RECORDS.
           *> RE-RESOLVE BOTH SEATS BY NAME EVERY MATCH SO A
           *> CONFIGURE-PLAYERS) STILL CREDITS THE RIGHT LEAGUE
           *> RECORDS, AND A PLAYER'S RECORD FOLLOWS THEM
           *> WHICHEVER SEAT THEY SIT IN.
           PERFORM PM-OPEN-MASTER.
           MOVE 1 TO PM-SLOT.
           MOVE PLAYER-X-NAME TO PM-SEARCH-NAME.
           PERFORM FIND-OR-ADD-PLAYER.
           MOVE PM-FOUND-IDX TO PM-X-IDX.
           *> ONE NAME IN BOTH SEATS IS ONE RECORD - BOTH SIDES
           *> POST TO THE ONE SLOT SO NEITHER REWRITE UNDOES THE
           *> OTHER.
           IF PLAYER-O-NAME = PLAYER-X-NAME
               MOVE PM-X-IDX TO PM-O-IDX
           ELSE
               MOVE 2 TO PM-SLOT
               MOVE PLAYER-O-NAME TO PM-SEARCH-NAME
               PERFORM FIND-OR-ADD-PLAYER
               MOVE PM-FOUND-IDX TO PM-O-IDX
           END-IF.
           IF PM-X-IDX > 0 AND PM-O-IDX > 0
               IF GAME-WON OR GAME-FORFEIT
                   IF WINNER-TOKEN = 'X'
                   ADD 1 TO PM-DRAWS(PM-X-IDX)
                   ADD 1 TO PM-DRAWS(PM-O-IDX)
               END-IF
               MOVE PM-X-IDX TO PM-SLOT
               PERFORM PM-SAVE-SLOT
               IF PM-O-IDX NOT = PM-X-IDX
                   MOVE PM-O-IDX TO PM-SLOT
                   PERFORM PM-SAVE-SLOT
               END-IF
           END-IF.
           PERFORM PM-CLOSE-MASTER.

       UPDATE-PLAYER-RATINGS.
           *> ELO-STYLE UPDATE WITH K=32, USING A STRAIGHT-LINE
           END-IF.
           MOVE PM-WORK-RATING TO PM-RATING(PM-LOSER-IDX).

       *> ---------------------------------------------------
       *> HUMAN VS THE CAT RESULTS FOR THE SIGNED-IN PLAYER. THE
       *> WIN/LOSS/DRAW GOES ON THE PLAYER'S PLAYERS.DAT RECORD
       *> AND ON THEIR CAT LEDGER ENTRY FOR THE LEVEL PLAYED. THE
       *> RATING IS LEFT ALONE: IT MEASURES PLAYERS AGAINST EACH
       *> OTHER, AND THE CAT IS NOT A LEAGUE PLAYER WITH A
       *> RATING OF ITS OWN TO EXCHANGE POINTS WITH.
       *> ---------------------------------------------------
       UPDATE-CHALLENGER-RECORDS.
           PERFORM PM-OPEN-MASTER.
           MOVE 1 TO PM-SLOT.
           MOVE PLAYER-X-NAME TO PM-SEARCH-NAME.
           PERFORM FIND-OR-ADD-PLAYER.
           IF PM-FOUND-IDX > 0
               IF GAME-WON OR GAME-FORFEIT
                   IF WINNER-TOKEN = 'X'
                       ADD 1 TO PM-WINS(PM-FOUND-IDX)
                   ELSE
                       ADD 1 TO PM-LOSSES(PM-FOUND-IDX)
                   END-IF
               ELSE
                   ADD 1 TO PM-DRAWS(PM-FOUND-IDX)
               END-IF
               PERFORM PM-SAVE-SLOT
           END-IF.
           PERFORM PM-CLOSE-MASTER.
           PERFORM POST-CAT-LEDGER.

       POST-CAT-LEDGER.
           MOVE 'N' TO CL-POSTED-FLAG.
           EVALUATE TRUE
               WHEN DIFFICULTY-EASY
                   MOVE "EASY" TO CL-LEVEL-NAME
               WHEN DIFFICULTY-MEDIUM
                   MOVE "MEDIUM" TO CL-LEVEL-NAME
               WHEN OTHER
                   MOVE "HARD" TO CL-LEVEL-NAME
           END-EVALUATE.
           OPEN I-O CAT-LEDGER-FILE.
           IF CAT-LEDGER-STATUS = "35"
               OPEN OUTPUT CAT-LEDGER-FILE
               CLOSE CAT-LEDGER-FILE
               OPEN I-O CAT-LEDGER-FILE
           END-IF.
           IF CAT-LEDGER-STATUS NOT = "00"
               DISPLAY "CAT LEDGER CATLEDGER.DAT UNAVAILABLE (STATUS "
                   CAT-LEDGER-STATUS ") - RESULT NOT POSTED TO IT."
           ELSE
               MOVE PLAYER-X-NAME TO CL-PLAYER-NAME
               MOVE AI-DIFFICULTY TO CL-DIFFICULTY
               MOVE 'N' TO CL-NEW-FLAG
               READ CAT-LEDGER-FILE
                   INVALID KEY
                       SET CL-NEW-ENTRY TO TRUE
               END-READ
               IF CL-NEW-ENTRY
                   MOVE PLAYER-X-NAME TO CL-PLAYER-NAME
                   MOVE AI-DIFFICULTY TO CL-DIFFICULTY
                   MOVE 0 TO CL-WINS
                   MOVE 0 TO CL-LOSSES
                   MOVE 0 TO CL-DRAWS
               END-IF
               IF GAME-WON OR GAME-FORFEIT
                   IF WINNER-TOKEN = 'X'
                       ADD 1 TO CL-WINS
                   ELSE
                       ADD 1 TO CL-LOSSES
                   END-IF
               ELSE
                   ADD 1 TO CL-DRAWS
               END-IF
               IF CL-NEW-ENTRY
                   WRITE CAT-LEDGER-RECORD
                       INVALID KEY
                           DISPLAY "CATLEDGER.DAT WRITE FAILED (STATUS "
                               CAT-LEDGER-STATUS ") - RESULT NOT POSTED "
                               "TO IT."
                       NOT INVALID KEY
                           MOVE CL-WINS TO CL-WINS-ED
                           MOVE CL-LOSSES TO CL-LOSSES-ED
                           MOVE CL-DRAWS TO CL-DRAWS-ED
                           SET CL-RESULT-POSTED TO TRUE
                   END-WRITE
               ELSE
                   REWRITE CAT-LEDGER-RECORD
                       INVALID KEY
                           DISPLAY "CATLEDGER.DAT WRITE FAILED (STATUS "
                               CAT-LEDGER-STATUS ") - RESULT NOT POSTED "
                               "TO IT."
                       NOT INVALID KEY
                           MOVE CL-WINS TO CL-WINS-ED
                           MOVE CL-LOSSES TO CL-LOSSES-ED
                           MOVE CL-DRAWS TO CL-DRAWS-ED
                           SET CL-RESULT-POSTED TO TRUE
                   END-REWRITE
               END-IF
               CLOSE CAT-LEDGER-FILE
           END-IF.

       *> READ-ONLY USERS OF THE LEDGER (STANDINGS, EXTRACT,
       *> SIGN-IN) OPEN IT THROUGH HERE. NO LEDGER YET SIMPLY
       *> MEANS NOBODY HAS PLAYED THE CAT SIGNED IN - EVERY
       *> PLAYER THEN READS AS ALL ZEROS.
       CL-OPEN-LEDGER-INPUT.
           MOVE 'N' TO CL-OPEN-FLAG.
           OPEN INPUT CAT-LEDGER-FILE.
           IF CAT-LEDGER-STATUS = "00"
               SET CL-LEDGER-OPEN TO TRUE
           END-IF.

       CL-CLOSE-LEDGER.
           IF CL-LEDGER-OPEN
               CLOSE CAT-LEDGER-FILE
               MOVE 'N' TO CL-OPEN-FLAG
           END-IF.

       *> FETCHES CL-CUR-NAME'S THREE LEVEL ENTRIES, KEYED, INTO
       *> THE EASY/MEDIUM/HARD SLOTS. CL-ANY-ENTRY SAYS WHETHER
       *> THE PLAYER HAS EVER PLAYED THE CAT SIGNED IN.
       CL-LOAD-PLAYER-SLOTS.
           MOVE 'N' TO CL-ANY-FLAG.
           PERFORM VARYING CL-LEVEL-IDX FROM 1 BY 1
                   UNTIL CL-LEVEL-IDX > 3
               MOVE 0 TO CL-SLOT-WINS(CL-LEVEL-IDX)
               MOVE 0 TO CL-SLOT-LOSSES(CL-LEVEL-IDX)
               MOVE 0 TO CL-SLOT-DRAWS(CL-LEVEL-IDX)
               IF CL-LEDGER-OPEN
                   MOVE CL-CUR-NAME TO CL-PLAYER-NAME
                   MOVE CL-LEVEL-CODES(CL-LEVEL-IDX:1) TO CL-DIFFICULTY
                   READ CAT-LEDGER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CL-WINS TO CL-SLOT-WINS(CL-LEVEL-IDX)
                           MOVE CL-LOSSES
                               TO CL-SLOT-LOSSES(CL-LEVEL-IDX)
                           MOVE CL-DRAWS TO CL-SLOT-DRAWS(CL-LEVEL-IDX)
                           SET CL-ANY-ENTRY TO TRUE
                   END-READ
               END-IF
           END-PERFORM.

       CL-FORMAT-SLOTS.
           PERFORM VARYING CL-LEVEL-IDX FROM 1 BY 1
                   UNTIL CL-LEVEL-IDX > 3
               MOVE CL-SLOT-WINS(CL-LEVEL-IDX) TO CL-WINS-ED
               MOVE CL-SLOT-LOSSES(CL-LEVEL-IDX) TO CL-LOSSES-ED
               MOVE CL-SLOT-DRAWS(CL-LEVEL-IDX) TO CL-DRAWS-ED
               MOVE SPACES TO CL-SLOT-TEXT(CL-LEVEL-IDX)
               STRING CL-WINS-ED " " CL-LOSSES-ED " " CL-DRAWS-ED
                   DELIMITED BY SIZE INTO CL-SLOT-TEXT(CL-LEVEL-IDX)
           END-PERFORM.

       *> THE "WHO BEATS THE CAT" TABLE UNDER THE STANDINGS, IN
       *> THE SAME RATING ORDER. PLAYERS WHO HAVE NEVER PLAYED THE
       *> CAT SIGNED IN ARE LEFT OFF.
       CL-DISPLAY-STANDINGS-LEDGER.
           PERFORM CL-OPEN-LEDGER-INPUT.
           IF CL-LEDGER-OPEN
               DISPLAY "| RECORD AGAINST THE CAT (W / L / D)"
               DISPLAY "| NAME         EASY               MEDIUM"
                   "             HARD"
               PERFORM PM-START-STANDINGS
               PERFORM UNTIL PM-EOF
                   READ STANDINGS-WORK-FILE NEXT
                       AT END
                           SET PM-EOF TO TRUE
                       NOT AT END
                           MOVE SW-NAME TO CL-CUR-NAME
                           PERFORM CL-LOAD-PLAYER-SLOTS
                           IF CL-ANY-ENTRY
                               PERFORM CL-FORMAT-SLOTS
                               DISPLAY "| " SW-NAME " "
                                   CL-SLOT-TEXT(1) "  " CL-SLOT-TEXT(2)
                                   "  " CL-SLOT-TEXT(3)
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM CL-CLOSE-LEDGER
               DISPLAY "+--------------------------------------------------+"
           END-IF.

       *> MAINTENANCE COMPANION: CARRIES CL-FROM-NAME'S LEDGER
       *> ENTRIES OVER TO CL-TO-NAME (ADDING INTO ANY ENTRY ALREADY
       *> THERE, AS A MERGE DOES), OR DROPS THEM WHEN CL-TO-NAME IS
       *> SPACES (A DELETE). NO LEDGER FILE MEANS NOTHING TO MOVE.
       CL-TRANSFER-LEDGER.
           OPEN I-O CAT-LEDGER-FILE.
           IF CAT-LEDGER-STATUS = "00"
               PERFORM VARYING CL-LEVEL-IDX FROM 1 BY 1
                       UNTIL CL-LEVEL-IDX > 3
                   MOVE CL-FROM-NAME TO CL-PLAYER-NAME
                   MOVE CL-LEVEL-CODES(CL-LEVEL-IDX:1) TO CL-DIFFICULTY
                   READ CAT-LEDGER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM CL-TRANSFER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CAT-LEDGER-FILE
           END-IF.

       *> THE TARGET IS WRITTEN BEFORE THE SOURCE IS DELETED, SO A
       *> FAILURE PART WAY NEVER LOSES THE PLAYER'S RECORD AGAINST
       *> THE CAT. CL-MOVE-OK SAYS WHETHER THE ENTRY WAS MOVED.
       CL-TRANSFER-ENTRY.
           MOVE 'N' TO CL-MOVE-FLAG.
           MOVE CL-WINS TO CL-MOVE-WINS.
           MOVE CL-LOSSES TO CL-MOVE-LOSSES.
           MOVE CL-DRAWS TO CL-MOVE-DRAWS.
           IF CL-TO-NAME = SPACES
               SET CL-TARGET-SAVED TO TRUE
           ELSE
               MOVE 'N' TO CL-SAVED-FLAG
               MOVE CL-TO-NAME TO CL-PLAYER-NAME
               MOVE CL-LEVEL-CODES(CL-LEVEL-IDX:1) TO CL-DIFFICULTY
               MOVE 'N' TO CL-NEW-FLAG
               READ CAT-LEDGER-FILE
                   INVALID KEY
                       SET CL-NEW-ENTRY TO TRUE
               END-READ
               IF CL-NEW-ENTRY
                   MOVE CL-TO-NAME TO CL-PLAYER-NAME
                   MOVE CL-LEVEL-CODES(CL-LEVEL-IDX:1) TO CL-DIFFICULTY
                   MOVE 0 TO CL-WINS
                   MOVE 0 TO CL-LOSSES
                   MOVE 0 TO CL-DRAWS
               END-IF
               ADD CL-MOVE-WINS TO CL-WINS
               ADD CL-MOVE-LOSSES TO CL-LOSSES
               ADD CL-MOVE-DRAWS TO CL-DRAWS
               IF CL-NEW-ENTRY
                   WRITE CAT-LEDGER-RECORD
                       INVALID KEY
                           DISPLAY "CATLEDGER.DAT WRITE FAILED (STATUS "
                               CAT-LEDGER-STATUS ") FOR " CL-TO-NAME
                               " - " CL-FROM-NAME " LEFT AS IT WAS."
                       NOT INVALID KEY
                           SET CL-TARGET-SAVED TO TRUE
                   END-WRITE
               ELSE
                   REWRITE CAT-LEDGER-RECORD
                       INVALID KEY
                           DISPLAY "CATLEDGER.DAT REWRITE FAILED (STATUS "
                               CAT-LEDGER-STATUS ") FOR " CL-TO-NAME
                               " - " CL-FROM-NAME " LEFT AS IT WAS."
                       NOT INVALID KEY
                           SET CL-TARGET-SAVED TO TRUE
                   END-REWRITE
               END-IF
           END-IF.
           IF CL-TARGET-SAVED
               MOVE CL-FROM-NAME TO CL-PLAYER-NAME
               MOVE CL-LEVEL-CODES(CL-LEVEL-IDX:1) TO CL-DIFFICULTY
               READ CAT-LEDGER-FILE
                   INVALID KEY
                       DISPLAY "CATLEDGER.DAT ENTRY FOR " CL-FROM-NAME
                           " NOT FOUND TO DELETE (STATUS "
                           CAT-LEDGER-STATUS ")."
                   NOT INVALID KEY
                       DELETE CAT-LEDGER-FILE RECORD
                           INVALID KEY
                               DISPLAY "CATLEDGER.DAT DELETE FAILED "
                                   "(STATUS " CAT-LEDGER-STATUS ") FOR "
                                   CL-FROM-NAME "."
                           NOT INVALID KEY
                               SET CL-MOVE-OK TO TRUE
                       END-DELETE
               END-READ
           END-IF.

       *> THE MASTER IS IN NAME ORDER; THE STANDINGS ARE PUT IN
       *> RATING ORDER THROUGH STANDWRK.DAT (SEE THE FD), SO ANY
       *> NUMBER OF PLAYERS CAN BE RANKED.
       DISPLAY-LEAGUE-STANDINGS.
           MOVE 0 TO PM-COUNT.
           MOVE 'N' TO PM-STAND-FLAG.
           PERFORM PM-OPEN-MASTER-INPUT.
           IF PM-MASTER-OPEN
               PERFORM PM-BUILD-STANDINGS
               PERFORM PM-CLOSE-MASTER
           END-IF.
           IF PM-STANDINGS-READY
               IF PM-COUNT = 0
                   DISPLAY "NO PLAYERS REGISTERED YET."
               ELSE
                   PERFORM PM-SHOW-STANDINGS
               END-IF
           ELSE
               IF PLAYER-FILE-STATUS = "35" AND NOT PM-OLD-FORMAT
                   DISPLAY "NO PLAYERS REGISTERED YET."
               END-IF
           END-IF.
           MOVE "STANDPRT.DAT" TO PT-FILE-NAME.
           PERFORM PT-OFFER-PRINT.
           IF PT-PRINT-WANTED
               PERFORM PM-PRINT-STANDINGS
           END-IF.
           IF PM-STANDINGS-READY
               CLOSE STANDINGS-WORK-FILE
               DELETE FILE STANDINGS-WORK-FILE
           END-IF.

       *> COPIES THE MASTER INTO STANDWRK.DAT UNDER ITS RATING KEY,
       *> COUNTING THE PLAYERS, AND LEAVES THE WORK FILE OPEN.
       PM-BUILD-STANDINGS.
           DELETE FILE STANDINGS-WORK-FILE.
           OPEN OUTPUT STANDINGS-WORK-FILE.
           CLOSE STANDINGS-WORK-FILE.
           OPEN I-O STANDINGS-WORK-FILE.
           IF STANDINGS-WORK-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN STANDWRK.DAT (STATUS "
                   STANDINGS-WORK-STATUS ") - STANDINGS NOT SHOWN."
           ELSE
               SET PM-STANDINGS-READY TO TRUE
               MOVE 'N' TO PM-EOF-FLAG
               PERFORM UNTIL PM-EOF
                   READ PLAYER-FILE NEXT
                       AT END
                           SET PM-EOF TO TRUE
                       NOT AT END
                           COMPUTE SW-RATING-INV = 9999 - PF-RATING
                           MOVE PF-PLAYER-NAME TO SW-NAME
                           MOVE PF-WINS TO SW-WINS
                           MOVE PF-LOSSES TO SW-LOSSES
                           MOVE PF-DRAWS TO SW-DRAWS
                           MOVE PF-RATING TO SW-RATING
                           WRITE STANDINGS-WORK-RECORD
                           ADD 1 TO PM-COUNT
                   END-READ
               END-PERFORM
           END-IF.

       PM-START-STANDINGS.
           MOVE 'N' TO PM-EOF-FLAG.
           MOVE LOW-VALUES TO SW-WORK-KEY.
           START STANDINGS-WORK-FILE KEY >= SW-WORK-KEY
               INVALID KEY
                   SET PM-EOF TO TRUE
           END-START.

       PM-SHOW-STANDINGS.
           DISPLAY " ".
           DISPLAY "+--------------------------------------------------+".
           DISPLAY "|                 LEAGUE STANDINGS                  |".
           DISPLAY "+--------------------------------------------------+".
           DISPLAY "|  RANK NAME         RATING   WINS LOSSES  DRAWS   |".
           MOVE 0 TO PM-RANK.
           PERFORM PM-START-STANDINGS.
           PERFORM UNTIL PM-EOF
               READ STANDINGS-WORK-FILE NEXT
                   AT END
                       SET PM-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO PM-RANK
                       MOVE PM-RANK TO PM-RANK-ED
                       MOVE SW-WINS TO PM-WINS-ED
                       MOVE SW-LOSSES TO PM-LOSSES-ED
                       MOVE SW-DRAWS TO PM-DRAWS-ED
                       DISPLAY "| " PM-RANK-ED " " SW-NAME "   "
                           SW-RATING " " PM-WINS-ED " "
                           PM-LOSSES-ED " " PM-DRAWS-ED
               END-READ
           END-PERFORM.
           DISPLAY "+--------------------------------------------------+".
           PERFORM CL-DISPLAY-STANDINGS-LEDGER.
           DISPLAY " ".

       *> THE STANDINGS AS A PRINT FILE, RE-READ FROM STANDWRK.DAT
       *> IN RATING ORDER, WITH EACH PLAYER'S RECORD AGAINST THE
       *> CAT ON THE SAME LINE (BLANK FOR A PLAYER WHO HAS NEVER
       *> PLAYED THE CAT SIGNED IN).
       PM-PRINT-STANDINGS.
           MOVE "LEAGUE STANDINGS" TO PT-TITLE.
           MOVE "PLAYER MASTER AS AT THE RUN DATE" TO PT-SELECTION.
           MOVE SPACES TO PT-COL-HEAD-1.
           STRING " RANK" "  " "NAME        " "  " "RATING" "  "
               "  WINS" "  " "LOSSES" "  " " DRAWS" "  " "  GAMES"
               "   " "--- CAT EASY ----" "  " "-- CAT MEDIUM ---"
               "  " "--- CAT HARD ----"
               DELIMITED BY SIZE INTO PT-COL-HEAD-1.
           MOVE SPACES TO PT-COL-HEAD-2.
           MOVE "  WON  LOST  DRAW" TO PT-COL-HEAD-2(64:17).
           MOVE "  WON  LOST  DRAW" TO PT-COL-HEAD-2(83:17).
           MOVE "  WON  LOST  DRAW" TO PT-COL-HEAD-2(102:17).
           MOVE 0 TO PM-RANK.
           MOVE 0 TO PM-SUM-WINS.
           MOVE 0 TO PM-SUM-LOSSES.
           MOVE 0 TO PM-SUM-DRAWS.
           PERFORM PT-OPEN-PRINT.
           IF PT-PRINT-OPEN
               IF PM-COUNT = 0
                   MOVE "NO PLAYERS REGISTERED YET." TO PT-LINE
                   PERFORM PT-PRINT-LINE
               ELSE
                   PERFORM CL-OPEN-LEDGER-INPUT
                   PERFORM PM-START-STANDINGS
                   PERFORM UNTIL PM-EOF
                       READ STANDINGS-WORK-FILE NEXT
                           AT END
                               SET PM-EOF TO TRUE
                           NOT AT END
                               PERFORM PM-PRINT-STANDING-LINE
                       END-READ
                   END-PERFORM
                   IF CL-LEDGER-OPEN
                       PERFORM CL-CLOSE-LEDGER
                   END-IF
               END-IF
               MOVE 5 TO PT-KEEP-LINES
               PERFORM PT-START-TOTALS
               MOVE "PLAYERS ON THE MASTER" TO PT-LABEL
               MOVE PM-COUNT TO PT-COUNT
               PERFORM PT-PRINT-COUNT-LINE
               MOVE "PLAYERS RANKED" TO PT-LABEL
               MOVE PM-RANK TO PT-COUNT
               PERFORM PT-PRINT-COUNT-LINE
               MOVE "TOTAL WINS" TO PT-LABEL
               MOVE PM-SUM-WINS TO PT-COUNT
               PERFORM PT-PRINT-COUNT-LINE
               MOVE "TOTAL LOSSES" TO PT-LABEL
               MOVE PM-SUM-LOSSES TO PT-COUNT
               PERFORM PT-PRINT-COUNT-LINE
               MOVE "TOTAL DRAWS" TO PT-LABEL
               MOVE PM-SUM-DRAWS TO PT-COUNT
               PERFORM PT-PRINT-COUNT-LINE
               PERFORM PT-CLOSE-PRINT
           END-IF.

       PM-PRINT-STANDING-LINE.
           ADD 1 TO PM-RANK.
           ADD SW-WINS TO PM-SUM-WINS.
           ADD SW-LOSSES TO PM-SUM-LOSSES.
           ADD SW-DRAWS TO PM-SUM-DRAWS.
           COMPUTE PM-GAMES = SW-WINS + SW-LOSSES + SW-DRAWS.
           MOVE PM-RANK TO PM-RANK-ED.
           MOVE SW-WINS TO PM-WINS-ED.
           MOVE SW-LOSSES TO PM-LOSSES-ED.
           MOVE SW-DRAWS TO PM-DRAWS-ED.
           MOVE PM-GAMES TO PM-GAMES-ED.
           STRING PM-RANK-ED "  " SW-NAME "  " "  " SW-RATING "  "
               PM-WINS-ED "  " PM-LOSSES-ED "  " PM-DRAWS-ED "  "
               PM-GAMES-ED
               DELIMITED BY SIZE INTO PT-LINE.
           IF CL-LEDGER-OPEN
               MOVE SW-NAME TO CL-CUR-NAME
               PERFORM CL-LOAD-PLAYER-SLOTS
               IF CL-ANY-ENTRY
                   PERFORM CL-FORMAT-SLOTS
                   MOVE CL-SLOT-TEXT(1) TO PT-LINE(64:17)
                   MOVE CL-SLOT-TEXT(2) TO PT-LINE(83:17)
                   MOVE CL-SLOT-TEXT(3) TO PT-LINE(102:17)
               END-IF
           END-IF.
           PERFORM PT-PRINT-LINE.

       *> ---------------------------------------------------
       *> PLAYER MASTER MAINTENANCE - CLEANS UP PLAYERS.DAT FROM
       *> THE TERMINAL INSTEAD OF BY HAND-EDITING THE FILE. EVERY
       *> CHANGE IS WRITTEN TO PLAYADJ.DAT AS BEFORE/AFTER LINES
       *> FIRST; THEN ONLY THE RECORDS CONCERNED ARE WRITTEN,
       *> REWRITTEN OR DELETED, BY KEY, ON PLAYERS.DAT.
       *> ---------------------------------------------------
       RUN-PLAYER-MAINTENANCE.
           PERFORM PM-OPEN-MASTER.
           IF NOT PM-MASTER-OPEN
               DISPLAY "MAINTENANCE UNAVAILABLE."
           ELSE
               MOVE 'N' TO MT-STOP-FLAG
               PERFORM UNTIL MT-STOP-MAINT
                   DISPLAY " "
                   DISPLAY "PLAYER MAINTENANCE - L)IST R)ENAME "
                       "M)ERGE D)ELETE Q)UIT: " WITH NO ADVANCING
                   ACCEPT MT-CHOICE
                   EVALUATE MT-CHOICE
                       WHEN 'L'
                       WHEN 'l'
                           DISPLAY "INVALID CHOICE."
                   END-EVALUATE
               END-PERFORM
               PERFORM PM-CLOSE-MASTER
           END-IF.

       MT-LIST-PLAYERS.
           MOVE 0 TO PM-COUNT.
           MOVE 'N' TO PM-EOF-FLAG.
           MOVE LOW-VALUES TO PF-PLAYER-NAME.
           START PLAYER-FILE KEY >= PF-PLAYER-NAME
               INVALID KEY
                   SET PM-EOF TO TRUE
           END-START.
           IF PM-EOF
               DISPLAY "NO PLAYERS REGISTERED YET."
           ELSE
               DISPLAY "NAME         RATING   WINS LOSSES  DRAWS"
               PERFORM UNTIL PM-EOF
                   READ PLAYER-FILE NEXT
                       AT END
                           SET PM-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO PM-COUNT
                           MOVE PF-WINS TO PM-WINS-ED
                           MOVE PF-LOSSES TO PM-LOSSES-ED
                           MOVE PF-DRAWS TO PM-DRAWS-ED
                           DISPLAY PF-PLAYER-NAME "   " PF-RATING
                               " " PM-WINS-ED " " PM-LOSSES-ED " "
                               PM-DRAWS-ED
                   END-READ
               END-PERFORM
               MOVE PM-COUNT TO PM-COUNT-ED
               DISPLAY "PLAYERS ON FILE: " PM-COUNT-ED
           END-IF.

       *> EXACT-MATCH LOOKUP ONLY - MAINTENANCE MUST NEVER CREATE
       *> A PLAYER AS A SIDE EFFECT THE WAY FIND-OR-ADD-PLAYER
       *> DOES FOR LIVE PLAY. LOADS SLOT PM-SLOT WHEN FOUND.
       MT-FIND-PLAYER.
           MOVE 0 TO PM-FOUND-IDX.
           MOVE PM-SEARCH-NAME TO PF-PLAYER-NAME.
           READ PLAYER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PLAYER-RECORD TO PM-ENTRY(PM-SLOT)
                   MOVE PM-SLOT TO PM-FOUND-IDX
           END-READ.

       MT-RENAME-PLAYER.
           DISPLAY "NAME TO RENAME: " WITH NO ADVANCING.
           ACCEPT MT-FROM-NAME.
           MOVE 1 TO PM-SLOT.
           MOVE MT-FROM-NAME TO PM-SEARCH-NAME.
           PERFORM MT-FIND-PLAYER.
           IF PM-FOUND-IDX = 0
               MOVE PM-FOUND-IDX TO MT-FROM-IDX
               DISPLAY "NEW NAME: " WITH NO ADVANCING
               ACCEPT MT-TO-NAME
               MOVE 2 TO PM-SLOT
               MOVE MT-TO-NAME TO PM-SEARCH-NAME
               PERFORM MT-FIND-PLAYER
               IF MT-TO-NAME = SPACES
                   MOVE MT-FROM-IDX TO MT-AUDIT-IDX
                   PERFORM MT-WRITE-AUDIT-ENTRY
                   MOVE MT-TO-NAME TO PM-NAME(MT-FROM-IDX)
                   *> THE NAME IS THE KEY, SO A RENAME IS A NEW
                   *> RECORD UNDER THE NEW NAME AND THE OLD ONE
                   *> DELETED - IN THAT ORDER, SO A FAILURE NEVER
                   *> LOSES THE PLAYER. THE AFTER LINE WAITS FOR THE
                   *> NEW RECORD: A BEFORE LINE ON ITS OWN IS PASSED
                   *> OVER BY THE REBUILD, A FULL PAIR IS REPLAYED.
                   MOVE PM-ENTRY(MT-FROM-IDX) TO PLAYER-RECORD
                   WRITE PLAYER-RECORD
                       INVALID KEY
                           DISPLAY "PLAYERS.DAT WRITE FAILED (STATUS "
                               PLAYER-FILE-STATUS ") - RENAME NOT "
                               "APPLIED."
                       NOT INVALID KEY
                           MOVE "AFTER" TO MT-AUDIT-TAG
                           PERFORM MT-WRITE-AUDIT-ENTRY
                           MOVE MT-FROM-NAME TO PM-SEARCH-NAME
                           PERFORM MT-DELETE-RECORD
                           MOVE MT-FROM-NAME TO CL-FROM-NAME
                           MOVE MT-TO-NAME TO CL-TO-NAME
                           PERFORM CL-TRANSFER-LEDGER
                           PERFORM SN-TRANSFER-FIXTURES
                           DISPLAY "RENAMED " MT-FROM-NAME " TO "
                               MT-TO-NAME "."
                   END-WRITE
               END-IF
               END-IF
           END-IF.
       MT-MERGE-PLAYERS.
           DISPLAY "NAME TO MERGE FROM (GOES AWAY): " WITH NO ADVANCING.
           ACCEPT MT-FROM-NAME.
           MOVE 1 TO PM-SLOT.
           MOVE MT-FROM-NAME TO PM-SEARCH-NAME.
           PERFORM MT-FIND-PLAYER.
           MOVE PM-FOUND-IDX TO MT-FROM-IDX.
           DISPLAY "NAME TO MERGE INTO (SURVIVES): " WITH NO ADVANCING.
           ACCEPT MT-TO-NAME.
           MOVE 2 TO PM-SLOT.
           MOVE MT-TO-NAME TO PM-SEARCH-NAME.
           PERFORM MT-FIND-PLAYER.
           MOVE PM-FOUND-IDX TO MT-TO-IDX.
                   DISPLAY "PLAYER " MT-FROM-NAME " NOT ON FILE."
               WHEN MT-TO-IDX = 0
                   DISPLAY "PLAYER " MT-TO-NAME " NOT ON FILE."
               WHEN MT-FROM-NAME = MT-TO-NAME
                   DISPLAY "THOSE ARE THE SAME RECORD."
               WHEN OTHER
                   DISPLAY "MERGE " MT-FROM-NAME " INTO " MT-TO-NAME
                   ELSE
                       DISPLAY "MERGE CANCELLED."
                   END-IF
           END-EVALUATE.

       MT-APPLY-MERGE.
           MOVE "MERGE" TO MT-ACTION.
           MOVE "BEFORE" TO MT-AUDIT-TAG.
           MOVE MT-FROM-IDX TO MT-AUDIT-IDX.
           PERFORM MT-WRITE-AUDIT-ENTRY.
           MOVE MT-TO-IDX TO MT-AUDIT-IDX.
           PERFORM MT-WRITE-AUDIT-ENTRY.
           PERFORM MT-COMBINE-RECORDS.
           MOVE MT-TO-IDX TO PM-SLOT.
           PERFORM PM-SAVE-SLOT.
           *> NOTHING ELSE MOVES UNTIL THE SURVIVOR IS ON FILE - THE
           *> TWO BEFORE LINES ALONE ARE PASSED OVER BY THE REBUILD.
           IF PM-SLOT-SAVED
               MOVE "AFTER" TO MT-AUDIT-TAG
               MOVE MT-TO-IDX TO MT-AUDIT-IDX
               PERFORM MT-WRITE-AUDIT-ENTRY
               MOVE MT-FROM-NAME TO PM-SEARCH-NAME
               PERFORM MT-DELETE-RECORD
               MOVE MT-FROM-NAME TO CL-FROM-NAME
               MOVE MT-TO-NAME TO CL-TO-NAME
               PERFORM CL-TRANSFER-LEDGER
               PERFORM SN-TRANSFER-FIXTURES
               DISPLAY "MERGED " MT-FROM-NAME " INTO " MT-TO-NAME "."
           ELSE
               DISPLAY "MERGE NOT APPLIED - " MT-FROM-NAME " AND "
                   MT-TO-NAME " LEFT AS THEY WERE."
           END-IF.

       *> THE MERGE RULE ITSELF, SHARED WITH THE PLAYER MASTER
       *> REBUILD SO A REPLAYED MERGE LANDS THE SAME WAY.
       MT-COMBINE-RECORDS.
           COMPUTE MT-FROM-GAMES =
               PM-WINS(MT-FROM-IDX) + PM-LOSSES(MT-FROM-IDX).
           COMPUTE MT-TO-GAMES =
               PM-WINS(MT-TO-IDX) + PM-LOSSES(MT-TO-IDX).
           ADD PM-WINS(MT-FROM-IDX) TO PM-WINS(MT-TO-IDX).
           ADD PM-LOSSES(MT-FROM-IDX) TO PM-LOSSES(MT-TO-IDX).
           ADD PM-DRAWS(MT-FROM-IDX) TO PM-DRAWS(MT-TO-IDX).
           IF MT-FROM-GAMES > MT-TO-GAMES OR
              (MT-FROM-GAMES = MT-TO-GAMES AND
               PM-RATING(MT-FROM-IDX) > PM-RATING(MT-TO-IDX))
               MOVE PM-RATING(MT-FROM-IDX) TO PM-RATING(MT-TO-IDX)
           END-IF.

       MT-DELETE-PLAYER.
           DISPLAY "NAME TO DELETE: " WITH NO ADVANCING.
           ACCEPT MT-FROM-NAME.
           MOVE 1 TO PM-SLOT.
           MOVE MT-FROM-NAME TO PM-SEARCH-NAME.
           PERFORM MT-FIND-PLAYER.
           IF PM-FOUND-IDX = 0
               DISPLAY "PLAYER " MT-FROM-NAME " NOT ON FILE."
           ELSE
               MOVE PM-FOUND-IDX TO MT-FROM-IDX
               DISPLAY "DELETE " MT-FROM-NAME " AND ITS RECORD? "
                   "(Y/N): " WITH NO ADVANCING
               ACCEPT MT-CONFIRM
               IF MT-CONFIRM-YES
                   *> THE REBUILD REPLAYS A DELETE FROM ITS BEFORE
                   *> LINE, SO THE LINE IS ONLY WRITTEN ONCE THE
                   *> RECORD IS GONE.
                   MOVE MT-FROM-NAME TO PM-SEARCH-NAME
                   PERFORM MT-DELETE-RECORD
                   IF PM-RECORD-DELETED
                       MOVE "DELETE" TO MT-ACTION
                       MOVE "BEFORE" TO MT-AUDIT-TAG
                       MOVE MT-FROM-IDX TO MT-AUDIT-IDX
                       PERFORM MT-WRITE-AUDIT-ENTRY
                       MOVE MT-FROM-NAME TO CL-FROM-NAME
                       MOVE SPACES TO CL-TO-NAME
                       PERFORM CL-TRANSFER-LEDGER
                       DISPLAY "DELETED " MT-FROM-NAME "."
                   ELSE
                       DISPLAY "DELETE NOT APPLIED - " MT-FROM-NAME
                           " LEFT ON FILE."
                   END-IF
               ELSE
                   DISPLAY "DELETE CANCELLED."
               END-IF
           END-IF.

       *> REMOVES PM-SEARCH-NAME'S RECORD FROM PLAYERS.DAT.
       MT-DELETE-RECORD.
           MOVE 'N' TO PM-DELETED-FLAG.
           MOVE PM-SEARCH-NAME TO PF-PLAYER-NAME.
           DELETE PLAYER-FILE RECORD
               INVALID KEY
                   DISPLAY "PLAYERS.DAT DELETE FAILED (STATUS "
                       PLAYER-FILE-STATUS ") FOR " PM-SEARCH-NAME "."
               NOT INVALID KEY
                   SET PM-RECORD-DELETED TO TRUE
           END-DELETE.

       MT-WRITE-AUDIT-ENTRY.
           MOVE SPACES TO MT-ADJ-LINE.
           STRING FUNCTION CURRENT-DATE(1:8) " "
               FUNCTION CURRENT-DATE(9:6) " "
               MT-ACTION " " MT-AUDIT-TAG " "
               PM-NAME(MT-AUDIT-IDX) " "
               PM-WINS(MT-AUDIT-IDX) " "
               PM-LOSSES(MT-AUDIT-IDX) " "
               PM-DRAWS(MT-AUDIT-IDX) " "
               PM-RATING(MT-AUDIT-IDX)
               DELIMITED BY SIZE INTO MT-ADJ-LINE.
           PERFORM MT-APPEND-AUDIT-LINE.

       MT-APPEND-AUDIT-LINE.
           OPEN EXTEND PLAYER-ADJ-FILE.
           IF PLAYER-ADJ-STATUS = "05" OR PLAYER-ADJ-STATUS = "35"
               CLOSE PLAYER-ADJ-FILE
               OPEN OUTPUT PLAYER-ADJ-FILE
           END-IF.
           WRITE PLAYER-ADJ-REC FROM MT-ADJ-LINE.
           CLOSE PLAYER-ADJ-FILE.

       *> ---------------------------------------------------
       *> PLAYER MASTER REBUILD / VERIFY - REPLAYS THE WHOLE
       *> MATCH HISTORY (THE MLARCH ARCHIVES AND THE LIVE
       *> MATCHLOG.DAT) IN DATE/TIME ORDER THROUGH THE SAME
       *> POSTING RULES AS LIVE PLAY, APPLYING THE PLAYADJ.DAT
       *> RENAMES, MERGES, DELETES AND SEASON RATING CARRIES WHERE
       *> THEY FALL, AND COMPARES THE RESULT WITH PLAYERS.DAT
       *> PLAYER BY PLAYER.
       *> THE CANDIDATE IS BUILT IN PLAYCAND.DAT AND THE DIFFERENCES
       *> TO PLAYVAR.DAT; THE LIVE FILE IS ONLY REPLACED FROM THE
       *> TERMINAL, ON THE OPERATOR'S SAY-SO, WITH THE OLD
       *> GENERATION KEPT AS PLAYERS.BAK. THE CAT LEDGER IS NOT
       *> PART OF THE REBUILD.
       *> ---------------------------------------------------
       RUN-PLAYER-REBUILD.
           DISPLAY "PLAYER MASTER REBUILD FROM MATCH HISTORY".
           DISPLAY "REPLAYING MATCHLOG, ITS ARCHIVES AND "
               "PLAYADJ.DAT...".
           PERFORM RB-EXECUTE-REBUILD.
           IF NOT RB-RUN-FAILED
               MOVE RB-VARIANCE-COUNT TO RB-COUNT-ED
               DISPLAY "VARIANCES AGAINST PLAYERS.DAT: " RB-COUNT-ED
                   " - SEE PLAYVAR.DAT (CANDIDATE IN PLAYCAND.DAT)."
               EVALUATE TRUE
                   WHEN RB-VARIANCE-COUNT = 0
                       DISPLAY "PLAYERS.DAT AGREES WITH THE MATCH "
                           "HISTORY - NOTHING TO REPLACE."
                   WHEN OTHER
                       DISPLAY "REPLACE PLAYERS.DAT WITH THE "
                           "CANDIDATE? (Y/N): " WITH NO ADVANCING
                       ACCEPT RB-CONFIRM
                       IF RB-CONFIRM-YES
                           PERFORM RB-REPLACE-MASTER
                       ELSE
                           DISPLAY "PLAYERS.DAT LEFT UNCHANGED."
                       END-IF
               END-EVALUATE
           END-IF.

       *> THE RUN PROPER - SHARED BY THE TERMINAL MODE ABOVE AND
       *> THE VERIFY-ONLY JOB-STREAM STEP. NEITHER PATH TOUCHES
       *> PLAYERS.DAT HERE.
       RB-EXECUTE-REBUILD.
           MOVE 0 TO RB-SEQ.
           MOVE 0 TO RB-ARCH-FILES.
           MOVE 0 TO RB-ARCH-READ.
           MOVE 0 TO RB-LIVE-READ.
           MOVE 0 TO RB-ADJ-READ.
           MOVE 0 TO RB-ADJ-REJECTED.
           MOVE 0 TO RB-ADJ-APPLIED.
           MOVE 0 TO RB-EVENTS-REPLAYED.
           MOVE 0 TO RB-LEAGUE-POSTED.
           MOVE 0 TO RB-CAT-POSTED.
           MOVE 0 TO RB-NOT-POSTED.
           MOVE 0 TO RB-LIVE-COUNT.
           MOVE 0 TO RB-CAND-COUNT.
           MOVE 0 TO RB-AGREE-COUNT.
           MOVE 0 TO RB-CARRIED-COUNT.
           MOVE 0 TO RB-VARIANCE-COUNT.
           MOVE SPACES TO RB-ADJ-PENDING.
           MOVE 0 TO RB-ADJ-BEFORES.
           MOVE 'N' TO RB-FAIL-FLAG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RB-RUN-STAMP.
           *> A WORK FILE LEFT BY A DROPPED RUN IS STALE.
           DELETE FILE REBUILD-WORK-FILE.
           OPEN OUTPUT REBUILD-WORK-FILE.
           CLOSE REBUILD-WORK-FILE.
           OPEN I-O REBUILD-WORK-FILE.
           IF REBUILD-WORK-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN PLAYRBWK.DAT (STATUS "
                   REBUILD-WORK-STATUS ") - REBUILD ABANDONED."
               SET RB-RUN-FAILED TO TRUE
           ELSE
               PERFORM RB-FILE-ARCHIVES
               PERFORM RB-FILE-MATCH-LOG
               PERFORM RB-FILE-ADJUSTMENTS
               IF RB-RUN-FAILED
                   DISPLAY "PLAYRBWK.DAT COULD NOT BE WRITTEN - "
                       "REBUILD ABANDONED."
               ELSE
                   PERFORM RB-OPEN-CANDIDATE
               END-IF
               IF NOT RB-RUN-FAILED
                   PERFORM RB-REPLAY-EVENTS
                   IF RB-RUN-FAILED
                       DISPLAY "PLAYCAND.DAT COULD NOT BE WRITTEN - "
                           "REBUILD ABANDONED."
                   ELSE
                       PERFORM RB-WRITE-REPORT
                   END-IF
                   CLOSE PLAYER-CAND-FILE
               END-IF
               CLOSE REBUILD-WORK-FILE
           END-IF.
           DELETE FILE REBUILD-WORK-FILE.

       *> A CANDIDATE LEFT BY AN EARLIER RUN IS REPLACED.
       RB-OPEN-CANDIDATE.
           DELETE FILE PLAYER-CAND-FILE.
           OPEN OUTPUT PLAYER-CAND-FILE.
           CLOSE PLAYER-CAND-FILE.
           OPEN I-O PLAYER-CAND-FILE.
           IF PLAYER-CAND-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN PLAYCAND.DAT (STATUS "
                   PLAYER-CAND-STATUS ") - REBUILD ABANDONED."
               SET RB-RUN-FAILED TO TRUE
           END-IF.

       *> PASS 1 - FILE EVERY EVENT UNDER ITS DATE AND TIME.
       *> THE ARCHIVE RUN WRITES AT MOST ONE MLARCH FILE A DAY,
       *> NAMED FOR THE DAY, SO EVERY DAY'S NAME IS TRIED.
       RB-FILE-ARCHIVES.
           COMPUTE RB-DAY-NUM = FUNCTION INTEGER-OF-DATE(RB-ARCH-FLOOR).
           MOVE FUNCTION CURRENT-DATE(1:8) TO RB-PROBE-DATE.
           COMPUTE RB-TODAY-NUM =
               FUNCTION INTEGER-OF-DATE(RB-PROBE-DATE).
           PERFORM UNTIL RB-DAY-NUM > RB-TODAY-NUM OR RB-RUN-FAILED
               PERFORM RB-FILE-ONE-ARCHIVE
               ADD 1 TO RB-DAY-NUM
           END-PERFORM.

       RB-FILE-ONE-ARCHIVE.
           COMPUTE RB-PROBE-DATE = FUNCTION DATE-OF-INTEGER(RB-DAY-NUM).
           MOVE SPACES TO MATCH-ARCH-NAME.
           STRING "MLARCH" RB-PROBE-DATE ".DAT" DELIMITED BY SIZE
               INTO MATCH-ARCH-NAME.
           OPEN INPUT MATCH-ARCH-FILE.
           IF MATCH-ARCH-STATUS = "00"
               ADD 1 TO RB-ARCH-FILES
               MOVE 'N' TO AR-EOF-FLAG
               PERFORM UNTIL AR-EOF
                   READ MATCH-ARCH-FILE
                       AT END
                           SET AR-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO RB-ARCH-READ
                           MOVE ML-ARCH-REC TO RB-EVENT-DATA
                           PERFORM RB-FILE-MATCH-EVENT
                   END-READ
               END-PERFORM
               CLOSE MATCH-ARCH-FILE
           END-IF.

       RB-FILE-MATCH-LOG.
           SET MATCH-LOG-EOF-FLAG TO 'N'.
           OPEN INPUT MATCH-LOG-FILE.
           IF MATCH-LOG-STATUS = "00"
               PERFORM UNTIL MATCH-LOG-EOF
                   READ MATCH-LOG-FILE
                       AT END
                           SET MATCH-LOG-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO RB-LIVE-READ
                           MOVE MATCH-LOG-RECORD TO RB-EVENT-DATA
                           PERFORM RB-FILE-MATCH-EVENT
                   END-READ
               END-PERFORM
               CLOSE MATCH-LOG-FILE
           END-IF.

       *> AN UNDATED ENTRY CAN ONLY BE OLDER THAN THE DATED ONES -
       *> IT FILES AT DATE ZERO, IN THE ORDER IT WAS READ.
       RB-FILE-MATCH-EVENT.
           SET RB-MATCH-EVENT TO TRUE.
           IF RB-ML-LOG-DATE IS NUMERIC AND
              RB-ML-LOG-TIME IS NUMERIC
               MOVE RB-ML-LOG-DATE TO RB-EVENT-DATE
               MOVE RB-ML-LOG-TIME TO RB-EVENT-TIME
           ELSE
               MOVE 0 TO RB-EVENT-DATE
               MOVE 0 TO RB-EVENT-TIME
           END-IF.
           PERFORM RB-SAVE-EVENT.

       RB-FILE-ADJUSTMENTS.
           MOVE 'N' TO RB-EOF-FLAG.
           OPEN INPUT PLAYER-ADJ-FILE.
           IF PLAYER-ADJ-STATUS = "00"
               PERFORM UNTIL RB-EOF
                   READ PLAYER-ADJ-FILE
                       AT END
                           SET RB-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO RB-ADJ-READ
                           MOVE PLAYER-ADJ-REC TO RB-EVENT-DATA
                           PERFORM RB-FILE-ADJUST-EVENT
                   END-READ
               END-PERFORM
               CLOSE PLAYER-ADJ-FILE
           END-IF.

       RB-FILE-ADJUST-EVENT.
           IF RB-AJ-DATE IS NUMERIC AND RB-AJ-TIME IS NUMERIC AND
              (RB-AJ-ACTION = "RENAME" OR RB-AJ-ACTION = "MERGE" OR
               RB-AJ-ACTION = "DELETE" OR RB-AJ-ACTION = "RESYNC" OR
               RB-AJ-ACTION = "SEASON")
              AND (RB-AJ-TAG = "BEFORE" OR RB-AJ-TAG = "AFTER")
               SET RB-ADJUST-EVENT TO TRUE
               MOVE RB-AJ-DATE TO RB-EVENT-DATE
               MOVE RB-AJ-TIME TO RB-EVENT-TIME
               PERFORM RB-SAVE-EVENT
           ELSE
               ADD 1 TO RB-ADJ-REJECTED
           END-IF.

       RB-SAVE-EVENT.
           ADD 1 TO RB-SEQ.
           MOVE RB-SEQ TO RB-EVENT-SEQ.
           WRITE REBUILD-WORK-RECORD
               INVALID KEY
                   DISPLAY "PLAYRBWK.DAT WRITE FAILED (STATUS "
                       REBUILD-WORK-STATUS ") AT EVENT " RB-SEQ "."
                   SET RB-RUN-FAILED TO TRUE
           END-WRITE.

       *> PASS 2 - REPLAY THE EVENTS IN KEY (DATE/TIME) ORDER.
       RB-REPLAY-EVENTS.
           MOVE 'N' TO RB-EOF-FLAG.
           MOVE 0 TO RB-EVENT-DATE.
           MOVE 0 TO RB-EVENT-TIME.
           MOVE 0 TO RB-EVENT-SEQ.
           START REBUILD-WORK-FILE KEY >= RB-WORK-KEY
               INVALID KEY
                   SET RB-EOF TO TRUE
           END-START.
           PERFORM UNTIL RB-EOF
               READ REBUILD-WORK-FILE NEXT
                   AT END
                       SET RB-EOF TO TRUE
                   NOT AT END
                       PERFORM RB-REPLAY-EVENT
               END-READ
           END-PERFORM.

       RB-REPLAY-EVENT.
           ADD 1 TO RB-EVENTS-REPLAYED.
           IF RB-MATCH-EVENT
               PERFORM RB-POST-MATCH
           ELSE
               PERFORM RB-APPLY-ADJUSTMENT
           END-IF.

       *> ONLY WHAT LIVE PLAY POSTS IS POSTED: TWO-HUMAN MATCHES
       *> (RESULT AND RATINGS, AS UPDATE-PLAYER-RECORDS) AND
       *> SIGNED-IN HUMAN-VS-CAT MATCHES (RESULT ONLY, AS
       *> UPDATE-CHALLENGER-RECORDS). A MODE-1 ENTRY WITH NO CAT
       *> LEVEL PREDATES SIGNED-IN PLAY AND NEVER REACHED THE
       *> PLAYER MASTER; SELF-PLAY AND IMPORTED MATCHES NEVER DO.
       RB-POST-MATCH.
           EVALUATE TRUE
               WHEN RB-ML-GAME-MODE = 2
                   PERFORM RB-POST-LEAGUE-MATCH
               WHEN RB-ML-GAME-MODE = 1 AND RB-ML-AI-DIFF NOT = SPACE
                   PERFORM RB-POST-CAT-MATCH
               WHEN OTHER
                   ADD 1 TO RB-NOT-POSTED
           END-EVALUATE.

       RB-POST-LEAGUE-MATCH.
           MOVE 1 TO PM-SLOT.
           MOVE RB-ML-PLAYER-X TO PM-SEARCH-NAME.
           PERFORM RB-FIND-OR-ADD-CANDIDATE.
           MOVE PM-FOUND-IDX TO PM-X-IDX.
           IF RB-ML-PLAYER-O = RB-ML-PLAYER-X
               MOVE PM-X-IDX TO PM-O-IDX
           ELSE
               MOVE 2 TO PM-SLOT
               MOVE RB-ML-PLAYER-O TO PM-SEARCH-NAME
               PERFORM RB-FIND-OR-ADD-CANDIDATE
               MOVE PM-FOUND-IDX TO PM-O-IDX
           END-IF.
           IF PM-X-IDX > 0 AND PM-O-IDX > 0
               ADD 1 TO RB-LEAGUE-POSTED
               EVALUATE RB-ML-WINNER-TOKEN
                   WHEN 'X'
                       MOVE PM-X-IDX TO PM-WINNER-IDX
                       MOVE PM-O-IDX TO PM-LOSER-IDX
                       ADD 1 TO PM-WINS(PM-WINNER-IDX)
                       ADD 1 TO PM-LOSSES(PM-LOSER-IDX)
                       PERFORM UPDATE-PLAYER-RATINGS
                   WHEN 'O'
                       MOVE PM-O-IDX TO PM-WINNER-IDX
                       MOVE PM-X-IDX TO PM-LOSER-IDX
                       ADD 1 TO PM-WINS(PM-WINNER-IDX)
                       ADD 1 TO PM-LOSSES(PM-LOSER-IDX)
                       PERFORM UPDATE-PLAYER-RATINGS
                   WHEN OTHER
                       ADD 1 TO PM-DRAWS(PM-X-IDX)
                       ADD 1 TO PM-DRAWS(PM-O-IDX)
               END-EVALUATE
               MOVE PM-X-IDX TO PM-SLOT
               PERFORM RB-SAVE-CANDIDATE-SLOT
               IF PM-O-IDX NOT = PM-X-IDX
                   MOVE PM-O-IDX TO PM-SLOT
                   PERFORM RB-SAVE-CANDIDATE-SLOT
               END-IF
           END-IF.

       RB-POST-CAT-MATCH.
           MOVE 1 TO PM-SLOT.
           MOVE RB-ML-PLAYER-X TO PM-SEARCH-NAME.
           PERFORM RB-FIND-OR-ADD-CANDIDATE.
           IF PM-FOUND-IDX > 0
               ADD 1 TO RB-CAT-POSTED
               EVALUATE RB-ML-WINNER-TOKEN
                   WHEN 'X'
                       ADD 1 TO PM-WINS(PM-FOUND-IDX)
                   WHEN 'O'
                       ADD 1 TO PM-LOSSES(PM-FOUND-IDX)
                   WHEN OTHER
                       ADD 1 TO PM-DRAWS(PM-FOUND-IDX)
               END-EVALUATE
               PERFORM RB-SAVE-CANDIDATE-SLOT
           END-IF.

       *> THE CANDIDATE'S COUNTERPARTS OF MT-FIND-PLAYER,
       *> FIND-OR-ADD-PLAYER, PM-SAVE-SLOT AND MT-DELETE-RECORD -
       *> SAME SLOTS, SAME STARTING RECORD, AGAINST PLAYCAND.DAT.
       *> ANY WRITE FAILURE ABANDONS THE RUN.
       RB-FIND-CANDIDATE.
           MOVE 0 TO PM-FOUND-IDX.
           MOVE PM-SEARCH-NAME TO PC-PLAYER-NAME.
           READ PLAYER-CAND-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PLAYER-CAND-RECORD TO PM-ENTRY(PM-SLOT)
                   MOVE PM-SLOT TO PM-FOUND-IDX
           END-READ.

       RB-FIND-OR-ADD-CANDIDATE.
           PERFORM RB-FIND-CANDIDATE.
           IF PM-FOUND-IDX = 0
               MOVE PM-SEARCH-NAME TO PC-PLAYER-NAME
               MOVE 0 TO PC-WINS
               MOVE 0 TO PC-LOSSES
               MOVE 0 TO PC-DRAWS
               MOVE 1500 TO PC-RATING
               WRITE PLAYER-CAND-RECORD
                   INVALID KEY
                       DISPLAY "PLAYCAND.DAT WRITE FAILED (STATUS "
                           PLAYER-CAND-STATUS ") FOR " PM-SEARCH-NAME "."
                       SET RB-RUN-FAILED TO TRUE
                   NOT INVALID KEY
                       MOVE PLAYER-CAND-RECORD TO PM-ENTRY(PM-SLOT)
                       MOVE PM-SLOT TO PM-FOUND-IDX
               END-WRITE
           END-IF.

       RB-SAVE-CANDIDATE-SLOT.
           MOVE PM-ENTRY(PM-SLOT) TO PLAYER-CAND-RECORD.
           REWRITE PLAYER-CAND-RECORD
               INVALID KEY
                   DISPLAY "PLAYCAND.DAT REWRITE FAILED (STATUS "
                       PLAYER-CAND-STATUS ") FOR " PM-NAME(PM-SLOT) "."
                   SET RB-RUN-FAILED TO TRUE
           END-REWRITE.

       RB-DROP-CANDIDATE.
           MOVE PM-SEARCH-NAME TO PC-PLAYER-NAME.
           DELETE PLAYER-CAND-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

       *> PLAYADJ.DAT CARRIES EACH CHANGE AS BEFORE/AFTER LINES
       *> (SEE MT-WRITE-AUDIT-ENTRY): RENAME = BEFORE(OLD) +
       *> AFTER(NEW), MERGE = BEFORE(FROM) + BEFORE(INTO) +
       *> AFTER(INTO), DELETE = BEFORE ONLY. THE CHANGE IS
       *> APPLIED TO THE CANDIDATE ONCE ITS LAST LINE IS SEEN; A
       *> CHANGE WHOSE LINES WERE CUT SHORT IS NEVER APPLIED.
       *> RESYNC LINES RECORD A PREVIOUS REBUILD BEING TAKEN -
       *> THE HISTORY ALREADY ACCOUNTS FOR THEM. A SEASON CLOSE
       *> SETS EACH CARRIED RATING OUTRIGHT, SO ITS AFTER LINE IS
       *> ALL THAT IS NEEDED.
       RB-APPLY-ADJUSTMENT.
           EVALUATE TRUE
               WHEN RB-AJ-ACTION = "RESYNC"
                   CONTINUE
               WHEN RB-AJ-ACTION = "SEASON"
                   IF RB-AJ-TAG = "AFTER"
                       PERFORM RB-APPLY-SEASON-CARRY
                   END-IF
               WHEN RB-AJ-TAG = "BEFORE"
                   IF RB-AJ-ACTION NOT = RB-ADJ-PENDING OR
                      RB-AJ-ACTION NOT = "MERGE" OR
                      RB-ADJ-BEFORES > 1
                       MOVE RB-AJ-ACTION TO RB-ADJ-PENDING
                       MOVE 0 TO RB-ADJ-BEFORES
                   END-IF
                   ADD 1 TO RB-ADJ-BEFORES
                   IF RB-ADJ-BEFORES = 1
                       MOVE RB-AJ-NAME TO RB-ADJ-FROM-NAME
                   ELSE
                       MOVE RB-AJ-NAME TO RB-ADJ-TO-NAME
                   END-IF
                   IF RB-AJ-ACTION = "DELETE"
                       PERFORM RB-APPLY-DELETE
                       MOVE SPACES TO RB-ADJ-PENDING
                       MOVE 0 TO RB-ADJ-BEFORES
                   END-IF
               WHEN RB-AJ-ACTION = RB-ADJ-PENDING
                   MOVE RB-AJ-NAME TO RB-ADJ-TO-NAME
                   IF RB-AJ-ACTION = "RENAME" OR RB-ADJ-BEFORES = 2
                       PERFORM RB-APPLY-RENAME-OR-MERGE
                   END-IF
                   MOVE SPACES TO RB-ADJ-PENDING
                   MOVE 0 TO RB-ADJ-BEFORES
               WHEN OTHER
                   *> AN AFTER LINE WITH NO BEFORE LINES AHEAD OF IT.
                   MOVE SPACES TO RB-ADJ-PENDING
                   MOVE 0 TO RB-ADJ-BEFORES
           END-EVALUATE.

       *> A RENAME AND A MERGE LAND THE SAME WAY ON THE CANDIDATE:
       *> THE OLD NAME'S RESULTS END UP UNDER THE NEW ONE. WHERE
       *> ONLY ONE OF THE TWO NAMES HAS RESULTS IN THE HISTORY SO
       *> FAR, THAT IS A STRAIGHT RENAME; WHERE BOTH DO, THE MERGE
       *> RULE DECIDES THE RATING.
       RB-APPLY-RENAME-OR-MERGE.
           ADD 1 TO RB-ADJ-APPLIED.
           MOVE 1 TO PM-SLOT.
           MOVE RB-ADJ-FROM-NAME TO PM-SEARCH-NAME.
           PERFORM RB-FIND-CANDIDATE.
           MOVE PM-FOUND-IDX TO MT-FROM-IDX.
           MOVE 2 TO PM-SLOT.
           MOVE RB-ADJ-TO-NAME TO PM-SEARCH-NAME.
           PERFORM RB-FIND-CANDIDATE.
           MOVE PM-FOUND-IDX TO MT-TO-IDX.
           EVALUATE TRUE
               WHEN MT-FROM-IDX = 0
                   CONTINUE
               WHEN RB-ADJ-FROM-NAME = RB-ADJ-TO-NAME
                   CONTINUE
               WHEN MT-TO-IDX = 0
                   MOVE RB-ADJ-TO-NAME TO PM-NAME(MT-FROM-IDX)
                   MOVE PM-ENTRY(MT-FROM-IDX) TO PLAYER-CAND-RECORD
                   WRITE PLAYER-CAND-RECORD
                       INVALID KEY
                           DISPLAY "PLAYCAND.DAT WRITE FAILED (STATUS "
                               PLAYER-CAND-STATUS ") FOR "
                               RB-ADJ-TO-NAME "."
                           SET RB-RUN-FAILED TO TRUE
                   END-WRITE
                   MOVE RB-ADJ-FROM-NAME TO PM-SEARCH-NAME
                   PERFORM RB-DROP-CANDIDATE
               WHEN OTHER
                   PERFORM MT-COMBINE-RECORDS
                   MOVE MT-TO-IDX TO PM-SLOT
                   PERFORM RB-SAVE-CANDIDATE-SLOT
                   MOVE RB-ADJ-FROM-NAME TO PM-SEARCH-NAME
                   PERFORM RB-DROP-CANDIDATE
           END-EVALUATE.

       RB-APPLY-DELETE.
           ADD 1 TO RB-ADJ-APPLIED.
           MOVE RB-ADJ-FROM-NAME TO PM-SEARCH-NAME.
           PERFORM RB-DROP-CANDIDATE.

       RB-APPLY-SEASON-CARRY.
           MOVE 1 TO PM-SLOT.
           MOVE RB-AJ-NAME TO PM-SEARCH-NAME.
           PERFORM RB-FIND-CANDIDATE.
           IF PM-FOUND-IDX > 0 AND RB-AJ-RATING IS NUMERIC
               ADD 1 TO RB-ADJ-APPLIED
               MOVE RB-AJ-RATING TO PM-RATING(1)
               PERFORM RB-SAVE-CANDIDATE-SLOT
           END-IF.

       *> PASS 3 - PLAYER-BY-PLAYER COMPARISON WITH PLAYERS.DAT.
       RB-WRITE-REPORT.
           OPEN OUTPUT PLAYER-VAR-FILE.
           MOVE SPACES TO RB-LINE.
           STRING "PLAYER MASTER REBUILD - VARIANCE REPORT   RUN AT "
               RB-RUN-STAMP DELIMITED BY SIZE INTO RB-LINE.
           PERFORM RB-WRITE-LINE.
           PERFORM RB-WRITE-LINE.
           MOVE RB-ARCH-FILES TO RB-COUNT-ED.
           STRING "MLARCH ARCHIVE FILES READ:       " RB-COUNT-ED
               DELIMITED BY SIZE INTO RB-LINE.
           PERFORM RB-WRITE-LINE.
           MOVE RB-ARCH-READ TO RB-COUNT-ED.
           STRING "ARCHIVED MATCHES READ:           " RB-COUNT-ED
               DELIMITED BY SIZE INTO RB-LINE.
           PERFORM RB-WRITE-LINE.
           MOVE RB-LIVE-READ TO RB-COUNT-ED.
           STRING "MATCHLOG.DAT MATCHES READ:       " RB-COUNT-ED
               DELIMITED BY SIZE INTO RB-LINE.
           PERFORM RB-WRITE-LINE.
           MOVE RB-LEAGUE-POSTED TO RB-COUNT-ED.
           STRING "TWO-HUMAN MATCHES POSTED:        " RB-COUNT-ED
               DELIMITED BY SIZE INTO RB-LINE.
           PERFORM RB-WRITE-LINE.
           MOVE RB-CAT-POSTED TO RB-COUNT-ED.
           STRING "SIGNED-IN CAT MATCHES POSTED:    " RB-COUNT-ED
               DELIMITED BY SIZE INTO RB-LINE.
           PERFORM RB-WRITE-LINE.
           MOVE RB-NOT-POSTED TO RB-COUNT-ED.
           STRING "MATCHES THAT NEVER POST:         " RB-COUNT-ED
               "  (SELF-PLAY, IMPORTED, UNSIGNED CAT)"
               DELIMITED BY SIZE INTO RB-LINE.
           PERFORM RB-WRITE-LINE.
           MOVE RB-ADJ-READ TO RB-COUNT-ED.
           STRING "PLAYADJ.DAT LINES READ:          " RB-COUNT-ED
               DELIMITED BY SIZE INTO RB-LINE.
           PERFORM RB-WRITE-LINE.
           MOVE RB-ADJ-APPLIED TO RB-COUNT-ED.
           STRING "ADJUSTMENTS REPLAYED:            " RB-COUNT-ED
               DELIMITED BY SIZE INTO RB-LINE.
           PERFORM RB-WRITE-LINE.
           IF RB-ADJ-REJECTED > 0
               MOVE RB-ADJ-REJECTED TO RB-COUNT-ED
               STRING "PLAYADJ.DAT LINES NOT READABLE:  " RB-COUNT-ED
                   "  (IGNORED)"
                   DELIMITED BY SIZE INTO RB-LINE
               PERFORM RB-WRITE-LINE
           END-IF.
           PERFORM RB-WRITE-LINE.
           PERFORM PM-OPEN-MASTER-INPUT.
           IF NOT PM-MASTER-OPEN AND
              (PLAYER-FILE-STATUS NOT = "35" OR PM-OLD-FORMAT)
               STRING "PLAYERS.DAT COULD NOT BE OPENED (STATUS "
                   PLAYER-FILE-STATUS ") - NO COMPARISON MADE."
                   DELIMITED BY SIZE INTO RB-LINE
               PERFORM RB-WRITE-LINE
               SET RB-RUN-FAILED TO TRUE
           ELSE
               IF PM-MASTER-OPEN
                   PERFORM RB-CARRY-REGISTRATIONS
               ELSE
                   MOVE "PLAYERS.DAT NOT FOUND - EVERY CANDIDATE "
                       TO RB-LINE
                   PERFORM RB-WRITE-LINE
                   MOVE "PLAYER IS A VARIANCE." TO RB-LINE
                   PERFORM RB-WRITE-LINE
               END-IF
               MOVE "PLAYER        SOURCE      WINS LOSSES  DRAWS  RATE  NOTE"
                   TO RB-LINE
               PERFORM RB-WRITE-LINE
               SET RB-REPORT-PASS TO TRUE
               PERFORM RB-COMPARE-MASTERS
               PERFORM PM-CLOSE-MASTER
               PERFORM RB-WRITE-SUMMARY
           END-IF.
           CLOSE PLAYER-VAR-FILE.

       RB-WRITE-SUMMARY.
           PERFORM RB-WRITE-LINE.
           MOVE RB-LIVE-COUNT TO RB-COUNT-ED.
           STRING "PLAYERS ON PLAYERS.DAT:          " RB-COUNT-ED
               DELIMITED BY SIZE INTO RB-LINE.
           PERFORM RB-WRITE-LINE.
           MOVE RB-CAND-COUNT TO RB-COUNT-ED.
           STRING "PLAYERS IN THE CANDIDATE:        " RB-COUNT-ED
               DELIMITED BY SIZE INTO RB-LINE.
           PERFORM RB-WRITE-LINE.
           MOVE RB-AGREE-COUNT TO RB-COUNT-ED.
           STRING "AGREEING:                        " RB-COUNT-ED
               DELIMITED BY SIZE INTO RB-LINE.
           PERFORM RB-WRITE-LINE.
           MOVE RB-CARRIED-COUNT TO RB-COUNT-ED.
           STRING "REGISTERED, NO RESULTS (KEPT):   " RB-COUNT-ED
               DELIMITED BY SIZE INTO RB-LINE.
           PERFORM RB-WRITE-LINE.
           MOVE RB-VARIANCE-COUNT TO RB-COUNT-ED.
           STRING "VARIANCES:                       " RB-COUNT-ED
               DELIMITED BY SIZE INTO RB-LINE.
           PERFORM RB-WRITE-LINE.
           PERFORM RB-WRITE-LINE.
           IF RB-VARIANCE-COUNT = 0
               MOVE "RESULT: PLAYERS.DAT AGREES WITH THE MATCH HISTORY"
                   TO RB-LINE
           ELSE
               MOVE "RESULT: PLAYERS.DAT DOES NOT AGREE WITH THE MATCH HISTORY"
                   TO RB-LINE
           END-IF.
           PERFORM RB-WRITE-LINE.

       *> A PLAYER WHO REGISTERED BUT NEVER FINISHED A POSTED
       *> MATCH LEAVES NO TRACE IN THE HISTORY - A 0/0/0 RECORD
       *> AT THE STARTING RATING IS CARRIED INTO THE CANDIDATE
       *> RATHER THAN REPORTED.
       RB-CARRY-REGISTRATIONS.
           MOVE 'N' TO PM-EOF-FLAG.
           PERFORM UNTIL PM-EOF
               READ PLAYER-FILE NEXT
                   AT END
                       SET PM-EOF TO TRUE
                   NOT AT END
                       IF PF-WINS = 0 AND PF-LOSSES = 0 AND
                          PF-DRAWS = 0 AND PF-RATING = 1500
                           PERFORM RB-CARRY-ONE-PLAYER
                       END-IF
               END-READ
           END-PERFORM.

       RB-CARRY-ONE-PLAYER.
           MOVE PF-PLAYER-NAME TO PC-PLAYER-NAME.
           READ PLAYER-CAND-FILE
               INVALID KEY
                   MOVE PLAYER-RECORD TO PLAYER-CAND-RECORD
                   WRITE PLAYER-CAND-RECORD
                       INVALID KEY
                           SET RB-RUN-FAILED TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO RB-CARRIED-COUNT
                   END-WRITE
           END-READ.

       *> BALANCE LINE: BOTH FILES ARE KEYED ON THE NAME, SO ONE
       *> PASS DOWN EACH IN KEY ORDER MEETS EVERY PLAYER ONCE - ON
       *> THE LIVE FILE ONLY, IN THE CANDIDATE ONLY, OR ON BOTH.
       *> THE REPORT PASS LISTS THE DIFFERENCES IN PLAYVAR.DAT;
       *> THE AUDIT PASS OF A CONFIRMED REPLACE WRITES THE SAME
       *> DIFFERENCES TO PLAYADJ.DAT AS RESYNC LINES. THE CALLER
       *> HAS BOTH FILES OPEN (OR PLAYERS.DAT MISSING).
       RB-COMPARE-MASTERS.
           MOVE 'N' TO RB-LIVE-EOF-FLAG.
           MOVE 'N' TO RB-CAND-EOF-FLAG.
           IF PM-MASTER-OPEN
               MOVE LOW-VALUES TO PF-PLAYER-NAME
               START PLAYER-FILE KEY >= PF-PLAYER-NAME
                   INVALID KEY
                       SET RB-LIVE-AT-END TO TRUE
               END-START
           ELSE
               SET RB-LIVE-AT-END TO TRUE
           END-IF.
           MOVE LOW-VALUES TO PC-PLAYER-NAME.
           START PLAYER-CAND-FILE KEY >= PC-PLAYER-NAME
               INVALID KEY
                   SET RB-CAND-AT-END TO TRUE
           END-START.
           PERFORM RB-READ-LIVE.
           PERFORM RB-READ-CANDIDATE.
           PERFORM UNTIL RB-LIVE-AT-END AND RB-CAND-AT-END
               EVALUATE TRUE
                   WHEN RB-CAND-AT-END
                       PERFORM RB-LIVE-ONLY
                       PERFORM RB-READ-LIVE
                   WHEN RB-LIVE-AT-END
                       PERFORM RB-CANDIDATE-ONLY
                       PERFORM RB-READ-CANDIDATE
                   WHEN PF-PLAYER-NAME < PC-PLAYER-NAME
                       PERFORM RB-LIVE-ONLY
                       PERFORM RB-READ-LIVE
                   WHEN PF-PLAYER-NAME > PC-PLAYER-NAME
                       PERFORM RB-CANDIDATE-ONLY
                       PERFORM RB-READ-CANDIDATE
                   WHEN OTHER
                       PERFORM RB-COMPARE-PLAYER
                       PERFORM RB-READ-LIVE
                       PERFORM RB-READ-CANDIDATE
               END-EVALUATE
           END-PERFORM.

       RB-READ-LIVE.
           IF NOT RB-LIVE-AT-END
               READ PLAYER-FILE NEXT
                   AT END
                       SET RB-LIVE-AT-END TO TRUE
                   NOT AT END
                       IF RB-REPORT-PASS
                           ADD 1 TO RB-LIVE-COUNT
                       END-IF
               END-READ
           END-IF.

       RB-READ-CANDIDATE.
           IF NOT RB-CAND-AT-END
               READ PLAYER-CAND-FILE NEXT
                   AT END
                       SET RB-CAND-AT-END TO TRUE
                   NOT AT END
                       IF RB-REPORT-PASS
                           ADD 1 TO RB-CAND-COUNT
                       END-IF
               END-READ
           END-IF.

       RB-LIVE-ONLY.
           IF RB-REPORT-PASS
               ADD 1 TO RB-VARIANCE-COUNT
               MOVE "NOT IN THE HISTORY" TO RB-NOTE
               PERFORM RB-WRITE-LIVE-ROW
           ELSE
               PERFORM RB-AUDIT-LIVE-PLAYER
           END-IF.

       RB-CANDIDATE-ONLY.
           IF RB-REPORT-PASS
               ADD 1 TO RB-VARIANCE-COUNT
               MOVE "NOT ON PLAYERS.DAT" TO RB-NOTE
               PERFORM RB-WRITE-CANDIDATE-ROW
           ELSE
               PERFORM RB-AUDIT-CANDIDATE-PLAYER
           END-IF.

       *> A 0/0/0 PAIR THAT AGREES IS A CARRIED REGISTRATION -
       *> ALREADY COUNTED AS SUCH, NOT AS AGREEING.
       RB-COMPARE-PLAYER.
           IF PF-WINS = PC-WINS AND PF-LOSSES = PC-LOSSES AND
              PF-DRAWS = PC-DRAWS AND PF-RATING = PC-RATING
               IF RB-REPORT-PASS AND PF-WINS + PF-LOSSES + PF-DRAWS > 0
                   ADD 1 TO RB-AGREE-COUNT
               END-IF
           ELSE
               IF RB-REPORT-PASS
                   ADD 1 TO RB-VARIANCE-COUNT
                   MOVE "DIFFERS" TO RB-NOTE
                   PERFORM RB-WRITE-LIVE-ROW
                   MOVE SPACES TO RB-NOTE
                   PERFORM RB-WRITE-CANDIDATE-ROW
               ELSE
                   PERFORM RB-AUDIT-LIVE-PLAYER
                   PERFORM RB-AUDIT-CANDIDATE-PLAYER
               END-IF
           END-IF.

       RB-WRITE-LIVE-ROW.
           MOVE PF-WINS TO PM-WINS-ED.
           MOVE PF-LOSSES TO PM-LOSSES-ED.
           MOVE PF-DRAWS TO PM-DRAWS-ED.
           STRING PF-PLAYER-NAME "  PLAYERS   " PM-WINS-ED " "
               PM-LOSSES-ED " " PM-DRAWS-ED "  " PF-RATING "  "
               RB-NOTE DELIMITED BY SIZE INTO RB-LINE.
           PERFORM RB-WRITE-LINE.

       RB-WRITE-CANDIDATE-ROW.
           MOVE PC-WINS TO PM-WINS-ED.
           MOVE PC-LOSSES TO PM-LOSSES-ED.
           MOVE PC-DRAWS TO PM-DRAWS-ED.
           STRING PC-PLAYER-NAME "  CANDIDATE " PM-WINS-ED " "
               PM-LOSSES-ED " " PM-DRAWS-ED "  " PC-RATING
               "  " RB-NOTE DELIMITED BY SIZE INTO RB-LINE.
           PERFORM RB-WRITE-LINE.

       RB-WRITE-LINE.
           WRITE PLAYER-VAR-REC FROM RB-LINE.
           MOVE SPACES TO RB-LINE.

       *> THE OLD GENERATION IS COPIED TO PLAYERS.BAK, AND EVERY
       *> PLAYER THE REPLACEMENT CHANGES GETS RESYNC LINES IN
       *> PLAYADJ.DAT - BEFORE FROM THE OLD FILE, AFTER FROM THE
       *> CANDIDATE - SO THE MOVE IN THEIR NUMBERS IS ACCOUNTED
       *> FOR LIKE ANY OTHER MAINTENANCE CHANGE. PLAYERS.DAT IS
       *> THEN RELOADED FROM THE CANDIDATE IN KEY ORDER - BUT ONLY
       *> ONCE THE BACKUP IS KNOWN GOOD, SINCE THE RELOAD EMPTIES
       *> THE OLD FILE FIRST. WITH NO PLAYERS.DAT AT ALL (THE
       *> MASTER LOST) THERE IS NOTHING TO BACK UP OR TO LOSE.
       RB-REPLACE-MASTER.
           MOVE "RESYNC" TO MT-ACTION.
           OPEN INPUT PLAYER-CAND-FILE.
           IF PLAYER-CAND-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN PLAYCAND.DAT (STATUS "
                   PLAYER-CAND-STATUS ") - PLAYERS.DAT LEFT UNCHANGED."
           ELSE
               MOVE 'N' TO RB-BAK-FLAG
               PERFORM PM-OPEN-MASTER-INPUT
               IF PM-MASTER-OPEN
                   PERFORM RB-BACKUP-MASTER
               ELSE
               IF PLAYER-FILE-STATUS = "35" AND NOT PM-OLD-FORMAT
                   SET RB-NO-OLD-MASTER TO TRUE
               END-IF
               END-IF
               IF RB-SAFE-TO-RELOAD
                   SET RB-AUDIT-PASS TO TRUE
                   PERFORM RB-COMPARE-MASTERS
                   PERFORM PM-CLOSE-MASTER
                   PERFORM RB-RELOAD-MASTER
               ELSE
                   PERFORM PM-CLOSE-MASTER
                   DISPLAY "PLAYERS.DAT LEFT UNCHANGED."
               END-IF
               CLOSE PLAYER-CAND-FILE
           END-IF.

       RB-BACKUP-MASTER.
           MOVE 0 TO RB-BACKED-UP.
           OPEN OUTPUT PLAYER-BAK-FILE.
           IF PLAYER-BAK-STATUS NOT = "00"
               DISPLAY "CANNOT WRITE PLAYERS.BAK (STATUS "
                   PLAYER-BAK-STATUS ") - NO BACKUP TAKEN."
           ELSE
               SET RB-BACKUP-DONE TO TRUE
               MOVE 'N' TO PM-EOF-FLAG
               PERFORM UNTIL PM-EOF
                   READ PLAYER-FILE NEXT
                       AT END
                           SET PM-EOF TO TRUE
                       NOT AT END
                           WRITE PLAYER-BAK-RECORD FROM PLAYER-RECORD
                           IF PLAYER-BAK-STATUS = "00"
                               ADD 1 TO RB-BACKED-UP
                           ELSE
                               DISPLAY "PLAYERS.BAK WRITE FAILED "
                                   "(STATUS " PLAYER-BAK-STATUS
                                   ") AT " PF-PLAYER-NAME "."
                               MOVE 'N' TO RB-BAK-FLAG
                               SET PM-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAYER-BAK-FILE
               IF RB-BACKUP-DONE
                   MOVE RB-BACKED-UP TO RB-COUNT-ED
                   DISPLAY "PLAYERS.DAT BACKED UP TO PLAYERS.BAK ("
                       RB-COUNT-ED " PLAYERS)."
               END-IF
           END-IF.

       RB-RELOAD-MASTER.
           MOVE 0 TO RB-REPLACED.
           MOVE 0 TO RB-CAND-READ.
           OPEN OUTPUT PLAYER-FILE.
           IF PLAYER-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT REWRITE PLAYERS.DAT (STATUS "
                   PLAYER-FILE-STATUS ") - THE OLD FILE IS IN "
                   "PLAYERS.BAK."
           ELSE
               MOVE 'N' TO RB-CAND-EOF-FLAG
               MOVE LOW-VALUES TO PC-PLAYER-NAME
               START PLAYER-CAND-FILE KEY >= PC-PLAYER-NAME
                   INVALID KEY
                       SET RB-CAND-AT-END TO TRUE
               END-START
               PERFORM UNTIL RB-CAND-AT-END
                   READ PLAYER-CAND-FILE NEXT
                       AT END
                           SET RB-CAND-AT-END TO TRUE
                       NOT AT END
                           ADD 1 TO RB-CAND-READ
                           WRITE PLAYER-RECORD FROM PLAYER-CAND-RECORD
                               INVALID KEY
                                   DISPLAY "PLAYERS.DAT WRITE FAILED "
                                       "(STATUS " PLAYER-FILE-STATUS
                                       ") FOR " PC-PLAYER-NAME "."
                               NOT INVALID KEY
                                   ADD 1 TO RB-REPLACED
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE PLAYER-FILE
               MOVE RB-REPLACED TO RB-COUNT-ED
               IF RB-REPLACED = RB-CAND-READ
                   DISPLAY "PLAYERS.DAT REPLACED FROM THE CANDIDATE ("
                       RB-COUNT-ED " PLAYERS) - THE OLD FILE IS KEPT AS "
                       "PLAYERS.BAK."
               ELSE
                   MOVE RB-CAND-READ TO PM-COUNT-ED
                   DISPLAY "PLAYERS.DAT RELOAD FAILED - ONLY "
                       RB-COUNT-ED " OF " PM-COUNT-ED
                       " CANDIDATE PLAYERS WRITTEN."
                   IF RB-BACKUP-DONE
                       DISPLAY "RESTORE PLAYERS.DAT FROM PLAYERS.BAK "
                           "BEFORE ANY FURTHER PLAY."
                   ELSE
                       DISPLAY "RERUN THE REBUILD BEFORE ANY FURTHER "
                           "PLAY."
                   END-IF
               END-IF
           END-IF.

       RB-AUDIT-LIVE-PLAYER.
           MOVE "BEFORE" TO MT-AUDIT-TAG.
           MOVE SPACES TO MT-ADJ-LINE.
           STRING FUNCTION CURRENT-DATE(1:8) " "
               FUNCTION CURRENT-DATE(9:6) " "
               MT-ACTION " " MT-AUDIT-TAG " "
               PF-PLAYER-NAME " " PF-WINS " " PF-LOSSES " "
               PF-DRAWS " " PF-RATING
               DELIMITED BY SIZE INTO MT-ADJ-LINE.
           PERFORM MT-APPEND-AUDIT-LINE.

       RB-AUDIT-CANDIDATE-PLAYER.
           MOVE PLAYER-CAND-RECORD TO PM-ENTRY(1).
           MOVE 1 TO MT-AUDIT-IDX.
           MOVE "AFTER" TO MT-AUDIT-TAG.
           PERFORM MT-WRITE-AUDIT-ENTRY.

       *> ---------------------------------------------------
       *> ONE-TIME CONVERSION OF PLAYERS.DAT FROM THE OLD
       *> ONE-LINE-PER-PLAYER FILE TO THE MASTER KEYED ON PLAYER
       *> NAME. THE OLD FILE IS FIRST COPIED TO PLAYERS.SEQ AND THE
       *> COPY PROVED AGAINST IT; ONLY THEN IS PLAYERS.DAT REPLACED
       *> BY THE KEYED FILE, LOADED FROM THE COPY AND READ BACK.
       *> RECORD COUNT AND TOTAL WINS/LOSSES/DRAWS MUST AGREE AT
       *> EVERY STAGE OR THE OLD FILE IS PUT BACK. A NAME ON FILE
       *> TWICE CANNOT HAVE TWO KEYED RECORDS - THE SECOND IS
       *> FOLDED INTO THE FIRST BY THE MAINTENANCE MERGE RULE,
       *> WITH MERGE LINES IN PLAYADJ.DAT, AND COUNTED SO THE
       *> TOTALS STILL BALANCE. THE TOTALS GO TO PLAYCONV.DAT.
       *> ---------------------------------------------------
       RUN-PLAYER-CONVERSION.
           DISPLAY "ONE-TIME CONVERSION OF PLAYERS.DAT TO A KEYED FILE".
           MOVE 'N' TO CV-REFUSED-FLAG.
           OPEN INPUT PLAYER-FILE.
           IF PLAYER-FILE-STATUS = "00"
               CLOSE PLAYER-FILE
               DISPLAY "PLAYERS.DAT IS ALREADY KEYED - NOTHING TO "
                   "CONVERT."
               SET CV-RUN-REFUSED TO TRUE
           END-IF.
           IF NOT CV-RUN-REFUSED
               OPEN INPUT PLAYER-OLD-FILE
               IF PLAYER-OLD-STATUS = "00"
                   CLOSE PLAYER-OLD-FILE
                   DISPLAY "PLAYERS.SEQ ALREADY EXISTS - THE "
                       "CONVERSION HAS RUN BEFORE. RUN REFUSED."
                   SET CV-RUN-REFUSED TO TRUE
               END-IF
           END-IF.
           IF NOT CV-RUN-REFUSED
               OPEN INPUT PLAYER-SEQ-FILE
               EVALUATE PLAYER-SEQ-STATUS
                   WHEN "00"
                       CLOSE PLAYER-SEQ-FILE
                   WHEN "35"
                       DISPLAY "NO PLAYERS.DAT - NOTHING TO CONVERT. "
                           "THE KEYED FILE IS STARTED BY THE FIRST "
                           "SIGN-IN."
                       SET CV-RUN-REFUSED TO TRUE
                   WHEN OTHER
                       DISPLAY "CANNOT READ PLAYERS.DAT (STATUS "
                           PLAYER-SEQ-STATUS ") - RUN REFUSED."
                       SET CV-RUN-REFUSED TO TRUE
               END-EVALUATE
           END-IF.
           IF NOT CV-RUN-REFUSED
               DISPLAY "PLAYERS.DAT WILL BE REBUILT AS A KEYED FILE; "
                   "THE OLD FILE IS KEPT AS PLAYERS.SEQ."
               DISPLAY "PROCEED? (Y/N): " WITH NO ADVANCING
               ACCEPT CV-CONFIRM
               IF CV-CONFIRM-YES
                   PERFORM CV-EXECUTE-CONVERSION
               ELSE
                   DISPLAY "CONVERSION CANCELLED - PLAYERS.DAT LEFT "
                       "UNCHANGED."
               END-IF
           END-IF.

       CV-EXECUTE-CONVERSION.
           MOVE 'N' TO CV-FAIL-FLAG.
           MOVE 0 TO CV-FOLDED.
           PERFORM VARYING CV-TOT-IDX FROM 1 BY 1 UNTIL CV-TOT-IDX > 3
               MOVE 0 TO CV-RECORDS(CV-TOT-IDX)
               MOVE 0 TO CV-WINS(CV-TOT-IDX)
               MOVE 0 TO CV-LOSSES(CV-TOT-IDX)
               MOVE 0 TO CV-DRAWS(CV-TOT-IDX)
           END-PERFORM.
           OPEN OUTPUT PLAYER-CONV-FILE.
           MOVE SPACES TO CV-LINE.
           STRING "PLAYER MASTER CONVERSION   RUN AT "
               FUNCTION CURRENT-DATE(1:14)
               DELIMITED BY SIZE INTO CV-LINE.
           PERFORM CV-WRITE-LINE.
           PERFORM CV-WRITE-LINE.
           PERFORM CV-COPY-OLD-FILE.
           PERFORM CV-TOTAL-COPY.
           IF CV-RECORDS(2) NOT = CV-RECORDS(1) OR
              CV-WINS(2) NOT = CV-WINS(1) OR
              CV-LOSSES(2) NOT = CV-LOSSES(1) OR
              CV-DRAWS(2) NOT = CV-DRAWS(1)
               MOVE "PLAYERS.SEQ DOES NOT MATCH PLAYERS.DAT - COPY "
                   TO CV-LINE
               PERFORM CV-WRITE-LINE
               MOVE "DISCARDED, PLAYERS.DAT NOT TOUCHED." TO CV-LINE
               PERFORM CV-WRITE-LINE
               SET CV-RUN-FAILED TO TRUE
               DELETE FILE PLAYER-OLD-FILE
           ELSE
               DELETE FILE PLAYER-SEQ-FILE
               PERFORM CV-LOAD-KEYED-FILE
               IF NOT CV-RUN-FAILED
                   PERFORM CV-TOTAL-KEYED-FILE
               END-IF
               IF NOT CV-RUN-FAILED AND
                  (CV-RECORDS(3) + CV-FOLDED NOT = CV-RECORDS(1) OR
                   CV-WINS(3) NOT = CV-WINS(1) OR
                   CV-LOSSES(3) NOT = CV-LOSSES(1) OR
                   CV-DRAWS(3) NOT = CV-DRAWS(1))
                   SET CV-RUN-FAILED TO TRUE
               END-IF
               IF CV-RUN-FAILED
                   PERFORM CV-RESTORE-OLD-FILE
               END-IF
           END-IF.
           PERFORM CV-WRITE-TOTALS.
           PERFORM CV-WRITE-LINE.
           IF CV-RUN-FAILED
               MOVE "RESULT: CONVERSION FAILED - PLAYERS.DAT IS IN ITS "
                   TO CV-LINE
               PERFORM CV-WRITE-LINE
               MOVE "OLD LINE-SEQUENTIAL FORM" TO CV-LINE
           ELSE
               MOVE "RESULT: CONVERSION COMPLETE - CONTROL TOTALS AGREE"
                   TO CV-LINE
           END-IF.
           PERFORM CV-WRITE-LINE.
           CLOSE PLAYER-CONV-FILE.

       *> STAGE 1 - COPY THE OLD FILE TO PLAYERS.SEQ, TOTALLING IT.
       CV-COPY-OLD-FILE.
           MOVE 1 TO CV-TOT-IDX.
           MOVE 'N' TO CV-EOF-FLAG.
           OPEN INPUT PLAYER-SEQ-FILE.
           OPEN OUTPUT PLAYER-OLD-FILE.
           PERFORM UNTIL CV-EOF
               READ PLAYER-SEQ-FILE
                   AT END
                       SET CV-EOF TO TRUE
                   NOT AT END
                       WRITE PLAYER-OLD-RECORD FROM PLAYER-SEQ-RECORD
                       MOVE PLAYER-SEQ-RECORD TO PM-ENTRY(1)
                       PERFORM CV-TALLY-RECORD
               END-READ
           END-PERFORM.
           CLOSE PLAYER-SEQ-FILE.
           CLOSE PLAYER-OLD-FILE.

       *> STAGE 2 - TOTAL THE COPY AS WRITTEN.
       CV-TOTAL-COPY.
           MOVE 2 TO CV-TOT-IDX.
           MOVE 'N' TO CV-EOF-FLAG.
           OPEN INPUT PLAYER-OLD-FILE.
           PERFORM UNTIL CV-EOF
               READ PLAYER-OLD-FILE
                   AT END
                       SET CV-EOF TO TRUE
                   NOT AT END
                       MOVE PLAYER-OLD-RECORD TO PM-ENTRY(1)
                       PERFORM CV-TALLY-RECORD
               END-READ
           END-PERFORM.
           CLOSE PLAYER-OLD-FILE.

       CV-TALLY-RECORD.
           ADD 1 TO CV-RECORDS(CV-TOT-IDX).
           ADD PM-WINS(1) TO CV-WINS(CV-TOT-IDX).
           ADD PM-LOSSES(1) TO CV-LOSSES(CV-TOT-IDX).
           ADD PM-DRAWS(1) TO CV-DRAWS(CV-TOT-IDX).

       CV-LOAD-KEYED-FILE.
           OPEN OUTPUT PLAYER-FILE.
           CLOSE PLAYER-FILE.
           OPEN I-O PLAYER-FILE.
           IF PLAYER-FILE-STATUS NOT = "00"
               MOVE SPACES TO CV-LINE
               STRING "CANNOT CREATE THE KEYED PLAYERS.DAT (STATUS "
                   PLAYER-FILE-STATUS ")"
                   DELIMITED BY SIZE INTO CV-LINE
               PERFORM CV-WRITE-LINE
               SET CV-RUN-FAILED TO TRUE
           ELSE
               MOVE 'N' TO CV-EOF-FLAG
               OPEN INPUT PLAYER-OLD-FILE
               PERFORM UNTIL CV-EOF
                   READ PLAYER-OLD-FILE
                       AT END
                           SET CV-EOF TO TRUE
                       NOT AT END
                           PERFORM CV-ADD-KEYED-RECORD
                   END-READ
               END-PERFORM
               CLOSE PLAYER-OLD-FILE
               CLOSE PLAYER-FILE
           END-IF.

       CV-ADD-KEYED-RECORD.
           MOVE PLAYER-OLD-RECORD TO PLAYER-RECORD.
           WRITE PLAYER-RECORD
               INVALID KEY
                   IF PLAYER-FILE-STATUS = "22"
                       PERFORM CV-FOLD-DUPLICATE
                   ELSE
                       MOVE SPACES TO CV-LINE
                       STRING "WRITE FAILED FOR " PO-PLAYER-NAME
                           " (STATUS " PLAYER-FILE-STATUS ")"
                           DELIMITED BY SIZE INTO CV-LINE
                       PERFORM CV-WRITE-LINE
                       SET CV-RUN-FAILED TO TRUE
                   END-IF
           END-WRITE.

       *> A LATER LINE FOR A NAME ALREADY LOADED IS MERGED INTO IT
       *> EXACTLY AS MT-APPLY-MERGE WOULD MERGE TWO PLAYERS.
       CV-FOLD-DUPLICATE.
           MOVE PLAYER-OLD-RECORD TO PM-ENTRY(1).
           MOVE PO-PLAYER-NAME TO PF-PLAYER-NAME.
           READ PLAYER-FILE
               INVALID KEY
                   SET CV-RUN-FAILED TO TRUE
               NOT INVALID KEY
                   MOVE PLAYER-RECORD TO PM-ENTRY(2)
                   MOVE "MERGE" TO MT-ACTION
                   MOVE "BEFORE" TO MT-AUDIT-TAG
                   MOVE 1 TO MT-AUDIT-IDX
                   PERFORM MT-WRITE-AUDIT-ENTRY
                   MOVE 2 TO MT-AUDIT-IDX
                   PERFORM MT-WRITE-AUDIT-ENTRY
                   MOVE 1 TO MT-FROM-IDX
                   MOVE 2 TO MT-TO-IDX
                   PERFORM MT-COMBINE-RECORDS
                   MOVE "AFTER" TO MT-AUDIT-TAG
                   PERFORM MT-WRITE-AUDIT-ENTRY
                   MOVE 2 TO PM-SLOT
                   PERFORM PM-SAVE-SLOT
                   ADD 1 TO CV-FOLDED
                   MOVE SPACES TO CV-LINE
                   STRING "DUPLICATE NAME " PO-PLAYER-NAME
                       " FOLDED INTO ONE RECORD (MERGE RULE)"
                       DELIMITED BY SIZE INTO CV-LINE
                   PERFORM CV-WRITE-LINE
           END-READ.

       *> STAGE 3 - TOTAL THE KEYED FILE AS IT NOW STANDS.
       CV-TOTAL-KEYED-FILE.
           MOVE 3 TO CV-TOT-IDX.
           OPEN INPUT PLAYER-FILE.
           IF PLAYER-FILE-STATUS NOT = "00"
               SET CV-RUN-FAILED TO TRUE
           ELSE
               MOVE 'N' TO CV-EOF-FLAG
               PERFORM UNTIL CV-EOF
                   READ PLAYER-FILE NEXT
                       AT END
                           SET CV-EOF TO TRUE
                       NOT AT END
                           MOVE PLAYER-RECORD TO PM-ENTRY(1)
                           PERFORM CV-TALLY-RECORD
                   END-READ
               END-PERFORM
               CLOSE PLAYER-FILE
           END-IF.

       *> PUTS THE LINE-SEQUENTIAL PLAYERS.DAT BACK FROM THE COPY.
       *> PLAYERS.SEQ IS ONLY DISCARDED ONCE THE WHOLE FILE IS BACK.
       CV-RESTORE-OLD-FILE.
           DELETE FILE PLAYER-FILE.
           MOVE 0 TO CV-RESTORED.
           MOVE 'N' TO CV-EOF-FLAG.
           OPEN INPUT PLAYER-OLD-FILE.
           OPEN OUTPUT PLAYER-SEQ-FILE.
           PERFORM UNTIL CV-EOF
               READ PLAYER-OLD-FILE
                   AT END
                       SET CV-EOF TO TRUE
                   NOT AT END
                       WRITE PLAYER-SEQ-RECORD FROM PLAYER-OLD-RECORD
                       ADD 1 TO CV-RESTORED
               END-READ
           END-PERFORM.
           CLOSE PLAYER-OLD-FILE.
           CLOSE PLAYER-SEQ-FILE.
           IF CV-RESTORED = CV-RECORDS(2)
               DELETE FILE PLAYER-OLD-FILE
           ELSE
               MOVE "PLAYERS.DAT WAS NOT FULLY PUT BACK - RESTORE IT BY "
                   TO CV-LINE
               PERFORM CV-WRITE-LINE
               MOVE "HAND FROM PLAYERS.SEQ." TO CV-LINE
               PERFORM CV-WRITE-LINE
           END-IF.

       CV-WRITE-TOTALS.
           PERFORM CV-WRITE-LINE.
           MOVE "CONTROL TOTALS            RECORDS         WINS       LOSSES        DRAWS"
               TO CV-LINE.
           PERFORM CV-WRITE-LINE.
           MOVE 1 TO CV-TOT-IDX.
           MOVE "PLAYERS.DAT (LINE FILE)" TO CV-SOURCE.
           PERFORM CV-WRITE-TOTAL-ROW.
           MOVE 2 TO CV-TOT-IDX.
           MOVE "PLAYERS.SEQ (COPY)" TO CV-SOURCE.
           PERFORM CV-WRITE-TOTAL-ROW.
           MOVE 3 TO CV-TOT-IDX.
           MOVE "PLAYERS.DAT (KEYED)" TO CV-SOURCE.
           PERFORM CV-WRITE-TOTAL-ROW.
           MOVE CV-FOLDED TO CV-COUNT-ED.
           STRING "DUPLICATES FOLDED       " CV-COUNT-ED
               DELIMITED BY SIZE INTO CV-LINE.
           PERFORM CV-WRITE-LINE.

       CV-WRITE-TOTAL-ROW.
           MOVE CV-RECORDS(CV-TOT-IDX) TO CV-COUNT-ED.
           MOVE CV-WINS(CV-TOT-IDX) TO CV-WINS-ED.
           MOVE CV-LOSSES(CV-TOT-IDX) TO CV-LOSSES-ED.
           MOVE CV-DRAWS(CV-TOT-IDX) TO CV-DRAWS-ED.
           STRING CV-SOURCE CV-COUNT-ED "  " CV-WINS-ED "  "
               CV-LOSSES-ED "  " CV-DRAWS-ED
               DELIMITED BY SIZE INTO CV-LINE.
           PERFORM CV-WRITE-LINE.

       CV-WRITE-LINE.
           DISPLAY CV-LINE.
           WRITE PLAYER-CONV-REC FROM CV-LINE.
           MOVE SPACES TO CV-LINE.

       *> ---------------------------------------------------
       *> ROUND-ROBIN LEAGUE SEASONS. A SEASON IS OPENED FROM THE
       *> ROSTER.DAT PLAYER LIST: EVERY PLAYER MEETS EVERY OTHER
       *> ONCE, ROUND BY ROUND, WITH EACH ROUND DUE A SET NUMBER
       *> OF DAYS AFTER THE ONE BEFORE (FIXTURES.DAT). THE FIRST
       *> TWO-HUMAN MATCH BETWEEN A SCHEDULED PAIR POSTS TO THEIR
       *> FIXTURE UNDER ITS MATCHLOG.DAT NUMBER. THE CLOSE SETTLES
       *> WHAT WAS NEVER PLAYED BY FORFEIT, FREEZES THE FINAL TABLE
       *> INTO SEASONHS.DAT AND CARRIES EACH PLAYER'S RATING INTO
       *> THE NEXT SEASON PULLED PART OF THE WAY BACK TOWARD 1500,
       *> JOURNALLED TO PLAYADJ.DAT LIKE ANY OTHER ADJUSTMENT.
       *> SEASON.DAT HOLDS THE CURRENT SEASON AND ITS TERMS.
       *> ---------------------------------------------------
       SN-LOAD-SEASON-CONTROL.
           MOVE "SEASON.DAT" TO SAFE-LIVE-NAME.
           MOVE "SEASON.BAK" TO SAFE-BAK-NAME.
           MOVE 'N' TO SAFE-VALID-FLAG.
           PERFORM SAFE-READ-CURRENT.
           IF SAFE-RECORD-FOUND
               MOVE SAFE-IMAGE TO SEASON-CONTROL-RECORD
               PERFORM SN-CHECK-CONTROL-VALID
           END-IF.
           IF NOT SAFE-RECORD-VALID
               PERFORM SAFE-READ-BACKUP
               IF SAFE-RECORD-FOUND
                   MOVE SAFE-IMAGE TO SEASON-CONTROL-RECORD
                   PERFORM SN-CHECK-CONTROL-VALID
                   IF SAFE-RECORD-VALID
                       DISPLAY "SEASON.DAT MISSING OR DAMAGED - "
                           "RECOVERED PREVIOUS GENERATION FROM "
                           "SEASON.BAK."
                   END-IF
               END-IF
           END-IF.
           IF NOT SAFE-RECORD-VALID
               *> NO SEASON HAS EVER BEEN OPENED HERE.
               MOVE 0 TO SC-SEASON
               MOVE SPACE TO SC-STATUS
               MOVE 0 TO SC-START-DATE
               MOVE 0 TO SC-ROUND-DAYS
               MOVE 0 TO SC-REGRESS-PCT
               MOVE 0 TO SC-PLAYERS
               MOVE 0 TO SC-ROUNDS
               MOVE 0 TO SC-FIXTURES
               MOVE SPACES TO SC-OPENED-STAMP
               MOVE SPACES TO SC-CLOSED-STAMP
           END-IF.

       SN-CHECK-CONTROL-VALID.
           IF SC-SEASON IS NUMERIC AND
              (SC-SEASON-OPEN OR SC-SEASON-CLOSED)
               SET SAFE-RECORD-VALID TO TRUE
           ELSE
               MOVE 'N' TO SAFE-VALID-FLAG
           END-IF.

       SN-SAVE-SEASON-CONTROL.
           MOVE "SEASON.DAT" TO SAFE-LIVE-NAME.
           MOVE "SEASON.NEW" TO SAFE-NEW-NAME.
           MOVE "SEASON.BAK" TO SAFE-BAK-NAME.
           MOVE SPACES TO SAFE-IMAGE.
           MOVE SEASON-CONTROL-RECORD TO SAFE-IMAGE.
           PERFORM SAFE-WRITE-RECORD.
           IF NOT SAFE-WRITE-OK
               DISPLAY "WARNING: SEASON CONTROL MAY NOT HAVE BEEN "
                   "SAVED - SEE MESSAGES ABOVE."
           END-IF.

       *> POSITIONS FIXTURES.DAT ON THE FIRST FIXTURE OF SEASON
       *> SN-CUR-SEASON; SN-READ-SEASON-FIXTURE THEN STOPS AT THE
       *> END OF THAT SEASON.
       SN-START-SEASON.
           MOVE 'N' TO SN-EOF-FLAG.
           MOVE SN-CUR-SEASON TO FX-SEASON.
           MOVE 0 TO FX-ROUND.
           MOVE 0 TO FX-TABLE.
           START FIXTURE-FILE KEY >= FX-FIXTURE-KEY
               INVALID KEY
                   SET SN-EOF TO TRUE
           END-START.

       SN-READ-SEASON-FIXTURE.
           READ FIXTURE-FILE NEXT
               AT END
                   SET SN-EOF TO TRUE
               NOT AT END
                   IF FX-SEASON NOT = SN-CUR-SEASON
                       SET SN-EOF TO TRUE
                   END-IF
           END-READ.

       *> ROW IN SEASON-TABLE FOR SN-SEARCH-NAME, OR ZERO.
       SN-FIND-ROW.
           MOVE 0 TO SN-FOUND-ROW.
           PERFORM VARYING SN-IDX FROM 1 BY 1
                   UNTIL SN-IDX > SN-COUNT OR SN-FOUND-ROW > 0
               IF SN-T-NAME(SN-IDX) = SN-SEARCH-NAME
                   MOVE SN-IDX TO SN-FOUND-ROW
               END-IF
           END-PERFORM.

       SN-FIND-OR-ADD-ROW.
           PERFORM SN-FIND-ROW.
           IF SN-FOUND-ROW = 0 AND SN-COUNT < SN-MAX-PLAYERS
               ADD 1 TO SN-COUNT
               MOVE SN-COUNT TO SN-FOUND-ROW
               MOVE SN-SEARCH-NAME TO SN-T-NAME(SN-COUNT)
               MOVE 0 TO SN-T-PLAYED(SN-COUNT)
               MOVE 0 TO SN-T-WINS(SN-COUNT)
               MOVE 0 TO SN-T-DRAWS(SN-COUNT)
               MOVE 0 TO SN-T-LOSSES(SN-COUNT)
               MOVE 0 TO SN-T-FORFEITS(SN-COUNT)
               MOVE 0 TO SN-T-POINTS(SN-COUNT)
               MOVE 0 TO SN-T-LEFT(SN-COUNT)
           END-IF.

       *> ---------------------------------------------------
       *> OPEN A SEASON
       *> ---------------------------------------------------
       RUN-SEASON-OPEN.
           MOVE 'N' TO SN-FAIL-FLAG.
           PERFORM SN-LOAD-SEASON-CONTROL.
           IF SC-SEASON-OPEN
               DISPLAY "SEASON " SC-SEASON " IS STILL OPEN - CLOSE IT "
                   "(MENU MODE 27) BEFORE OPENING ANOTHER."
           ELSE
               PERFORM SN-LOAD-ROSTER
               IF NOT SN-RUN-FAILED
                   PERFORM SN-ASK-SEASON-TERMS
                   DISPLAY "OPEN A SEASON FOR " SN-COUNT " PLAYERS? "
                       "(Y/N): " WITH NO ADVANCING
                   ACCEPT SN-CONFIRM
                   IF SN-CONFIRM-YES
                       PERFORM SN-CREATE-SEASON
                   ELSE
                       DISPLAY "SEASON NOT OPENED."
                   END-IF
               END-IF
           END-IF.

       *> THE ROSTER IS TAKEN AS LISTED, BLANK LINES IGNORED. THE
       *> CAT AND THE SHARED GUEST RECORD ARE NOT LEAGUE PLAYERS.
       SN-LOAD-ROSTER.
           MOVE 0 TO SN-COUNT.
           MOVE 'N' TO SN-EOF-FLAG.
           OPEN INPUT SEASON-ROSTER-FILE.
           IF SEASON-ROSTER-STATUS NOT = "00"
               DISPLAY "ROSTER.DAT NOT AVAILABLE (STATUS "
                   SEASON-ROSTER-STATUS ") - LIST THE SEASON'S "
                   "PLAYERS THERE, ONE NAME PER LINE."
               SET SN-RUN-FAILED TO TRUE
           ELSE
               PERFORM UNTIL SN-EOF OR SN-RUN-FAILED
                   READ SEASON-ROSTER-FILE
                       AT END
                           SET SN-EOF TO TRUE
                       NOT AT END
                           PERFORM SN-ADD-ROSTER-NAME
                   END-READ
               END-PERFORM
               CLOSE SEASON-ROSTER-FILE
               IF NOT SN-RUN-FAILED AND SN-COUNT < 2
                   DISPLAY "ROSTER.DAT NAMES " SN-COUNT " PLAYER(S) - "
                       "A SEASON NEEDS AT LEAST 2."
                   SET SN-RUN-FAILED TO TRUE
               END-IF
           END-IF.

       SN-ADD-ROSTER-NAME.
           MOVE SR-PLAYER-NAME TO SN-SEARCH-NAME.
           EVALUATE TRUE
               WHEN SN-SEARCH-NAME = SPACES
                   CONTINUE
               WHEN SN-SEARCH-NAME = "TIC TAC CAT" OR
                    SN-SEARCH-NAME = "HUMAN"
                   DISPLAY "ROSTER.DAT: " SN-SEARCH-NAME
                       " IS NOT A LEAGUE PLAYER - SKIPPED."
               WHEN OTHER
                   PERFORM SN-FIND-ROW
                   IF SN-FOUND-ROW > 0
                       DISPLAY "ROSTER.DAT: " SN-SEARCH-NAME
                           " IS LISTED TWICE - SKIPPED."
                   ELSE
                       IF SN-COUNT >= SN-MAX-PLAYERS
                           DISPLAY "ROSTER.DAT LISTS MORE THAN "
                               SN-MAX-PLAYERS " PLAYERS - SPLIT THE "
                               "LEAGUE INTO DIVISIONS."
                           SET SN-RUN-FAILED TO TRUE
                       ELSE
                           PERFORM SN-FIND-OR-ADD-ROW
                       END-IF
                   END-IF
           END-EVALUATE.

       SN-ASK-SEASON-TERMS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SN-TODAY.
           SET CONFIG-IS-INVALID TO TRUE.
           PERFORM UNTIL CONFIG-IS-VALID
               DISPLAY "ROUND 1 DUE DATE YYYYMMDD (BLANK FOR TODAY): "
                   WITH NO ADVANCING
               ACCEPT SN-DATE-IN
               IF SN-DATE-IN = SPACES
                   MOVE SN-TODAY TO SC-START-DATE
                   SET CONFIG-IS-VALID TO TRUE
               ELSE
                   IF SN-DATE-IN IS NUMERIC
                       MOVE SN-DATE-IN TO SN-DUE-DATE
                       IF FUNCTION TEST-DATE-YYYYMMDD(SN-DUE-DATE) = 0
                           MOVE SN-DUE-DATE TO SC-START-DATE
                           SET CONFIG-IS-VALID TO TRUE
                       END-IF
                   END-IF
                   IF NOT CONFIG-IS-VALID
                       DISPLAY "INVALID DATE. ENTER A REAL YYYYMMDD "
                           "DATE."
                   END-IF
               END-IF
           END-PERFORM.
           SET CONFIG-IS-INVALID TO TRUE.
           PERFORM UNTIL CONFIG-IS-VALID
               DISPLAY "DAYS BETWEEN ROUNDS (1-99): "
                   WITH NO ADVANCING
               ACCEPT SN-DAYS-IN
               IF SN-DAYS-IN >= 1
                   MOVE SN-DAYS-IN TO SC-ROUND-DAYS
                   SET CONFIG-IS-VALID TO TRUE
               ELSE
                   DISPLAY "ENTER A NUMBER OF DAYS FROM 1 TO 99."
               END-IF
           END-PERFORM.
           PERFORM SN-ASK-REGRESS-PCT.

       *> PERCENT OF THE DISTANCE TO 1500 TAKEN OFF EACH RATING AT
       *> THE CLOSE: 0 CARRIES RATINGS UNCHANGED, 100 STARTS EVERY
       *> PLAYER AFRESH AT 1500.
       SN-ASK-REGRESS-PCT.
           SET CONFIG-IS-INVALID TO TRUE.
           PERFORM UNTIL CONFIG-IS-VALID
               DISPLAY "REGRESSION TOWARD 1500 AT THE CLOSE, PERCENT "
                   "(0-100): " WITH NO ADVANCING
               ACCEPT SN-PCT-IN
               IF SN-PCT-IN <= 100
                   MOVE SN-PCT-IN TO SC-REGRESS-PCT
                   SET CONFIG-IS-VALID TO TRUE
               ELSE
                   DISPLAY "ENTER A PERCENTAGE FROM 0 TO 100."
               END-IF
           END-PERFORM.

       SN-CREATE-SEASON.
           OPEN I-O FIXTURE-FILE.
           IF FIXTURE-FILE-STATUS = "35"
               OPEN OUTPUT FIXTURE-FILE
               CLOSE FIXTURE-FILE
               OPEN I-O FIXTURE-FILE
           END-IF.
           IF FIXTURE-FILE-STATUS NOT = "00"
               DISPLAY "FIXTURES.DAT UNAVAILABLE (STATUS "
                   FIXTURE-FILE-STATUS ") - SEASON NOT OPENED."
           ELSE
               PERFORM SN-FIND-LAST-SEASON
               COMPUTE SN-NEW-SEASON = SN-LAST-SEASON + 1
               PERFORM SN-REGISTER-ROSTER
               PERFORM SN-GENERATE-FIXTURES
               IF SN-RUN-FAILED
                   MOVE SN-NEW-SEASON TO SN-CUR-SEASON
                   PERFORM SN-DROP-SEASON-FIXTURES
                   CLOSE FIXTURE-FILE
                   DISPLAY "SEASON NOT OPENED - SEE MESSAGES ABOVE."
               ELSE
                   CLOSE FIXTURE-FILE
                   MOVE SN-NEW-SEASON TO SC-SEASON
                   SET SC-SEASON-OPEN TO TRUE
                   MOVE SN-COUNT TO SC-PLAYERS
                   MOVE SN-FIXTURE-COUNT TO SC-FIXTURES
                   MOVE FUNCTION CURRENT-DATE(1:14) TO SC-OPENED-STAMP
                   MOVE SPACES TO SC-CLOSED-STAMP
                   PERFORM SN-SAVE-SEASON-CONTROL
                   MOVE SN-FIXTURE-COUNT TO SN-COUNT-ED
                   DISPLAY "SEASON " SC-SEASON " OPENED - " SC-PLAYERS
                       " PLAYERS, " SC-ROUNDS " ROUNDS, " SN-COUNT-ED
                       " FIXTURES."
                   DISPLAY "ROUND 1 DUE " SC-START-DATE
                       ", LAST ROUND DUE " SN-LAST-DUE "."
               END-IF
           END-IF.

       *> NEXT SEASON NUMBER - PAST THE CONTROL RECORD AND PAST
       *> ANY FIXTURES ALREADY ON FILE, SO A LOST SEASON.DAT CANNOT
       *> DEAL A NEW SEASON ON TOP OF AN OLD ONE.
       SN-FIND-LAST-SEASON.
           MOVE SC-SEASON TO SN-LAST-SEASON.
           MOVE 0 TO SN-CUR-SEASON.
           PERFORM SN-START-SEASON.
           PERFORM UNTIL SN-EOF
               READ FIXTURE-FILE NEXT
                   AT END
                       SET SN-EOF TO TRUE
                   NOT AT END
                       IF FX-SEASON > SN-LAST-SEASON
                           MOVE FX-SEASON TO SN-LAST-SEASON
                       END-IF
               END-READ
           END-PERFORM.

       *> EVERY ROSTER NAME GETS A PLAYERS.DAT RECORD NOW, SO THE
       *> CLOSE HAS A RATING TO CARRY EVEN FOR A PLAYER WHO NEVER
       *> TURNS UP.
       SN-REGISTER-ROSTER.
           PERFORM PM-OPEN-MASTER.
           MOVE 1 TO PM-SLOT.
           PERFORM VARYING SN-IDX FROM 1 BY 1 UNTIL SN-IDX > SN-COUNT
               MOVE SN-T-NAME(SN-IDX) TO PM-SEARCH-NAME
               PERFORM FIND-OR-ADD-PLAYER
           END-PERFORM.
           PERFORM PM-CLOSE-MASTER.

       *> THE CIRCLE METHOD: THE ROSTER SITS IN SN-POS, PAIRED
       *> FIRST WITH LAST, SECOND WITH SECOND-LAST AND SO ON; AFTER
       *> EACH ROUND EVERY POSITION BUT THE FIRST TURNS ONE PLACE.
       *> AN ODD ROSTER GETS A BYE POSITION (ZERO) - WHOEVER DRAWS
       *> IT SITS THAT ROUND OUT. TABLE 1 CHANGES SEATS EVERY OTHER
       *> ROUND SO THE FIXED PLAYER DOES NOT ALWAYS TAKE X.
       SN-GENERATE-FIXTURES.
           MOVE SN-COUNT TO SN-SLOTS.
           PERFORM VARYING SN-IDX FROM 1 BY 1 UNTIL SN-IDX > SN-COUNT
               MOVE SN-IDX TO SN-POS(SN-IDX)
           END-PERFORM.
           IF FUNCTION MOD(SN-COUNT, 2) = 1
               ADD 1 TO SN-SLOTS
               MOVE 0 TO SN-POS(SN-SLOTS)
           END-IF.
           COMPUTE SN-HALF = SN-SLOTS / 2.
           COMPUTE SC-ROUNDS = SN-SLOTS - 1.
           MOVE 0 TO SN-FIXTURE-COUNT.
           COMPUTE SN-DAY-NUM = FUNCTION INTEGER-OF-DATE(SC-START-DATE).
           PERFORM VARYING SN-ROUND FROM 1 BY 1
                   UNTIL SN-ROUND > SC-ROUNDS OR SN-RUN-FAILED
               COMPUTE SN-DUE-DATE = FUNCTION DATE-OF-INTEGER(SN-DAY-NUM)
               MOVE 0 TO SN-TABLE
               PERFORM VARYING SN-IDX FROM 1 BY 1
                       UNTIL SN-IDX > SN-HALF OR SN-RUN-FAILED
                   COMPUTE SN-JDX = SN-SLOTS + 1 - SN-IDX
                   MOVE SN-POS(SN-IDX) TO SN-SEAT-A
                   MOVE SN-POS(SN-JDX) TO SN-SEAT-B
                   IF SN-SEAT-A > 0 AND SN-SEAT-B > 0
                       PERFORM SN-WRITE-FIXTURE
                   END-IF
               END-PERFORM
               PERFORM SN-ROTATE-CIRCLE
               ADD SC-ROUND-DAYS TO SN-DAY-NUM
           END-PERFORM.
           MOVE SN-DUE-DATE TO SN-LAST-DUE.

       SN-WRITE-FIXTURE.
           ADD 1 TO SN-TABLE.
           MOVE SN-NEW-SEASON TO FX-SEASON.
           MOVE SN-ROUND TO FX-ROUND.
           MOVE SN-TABLE TO FX-TABLE.
           IF SN-IDX = 1 AND FUNCTION MOD(SN-ROUND, 2) = 0
               MOVE SN-T-NAME(SN-SEAT-B) TO FX-PLAYER-X
               MOVE SN-T-NAME(SN-SEAT-A) TO FX-PLAYER-O
           ELSE
               MOVE SN-T-NAME(SN-SEAT-A) TO FX-PLAYER-X
               MOVE SN-T-NAME(SN-SEAT-B) TO FX-PLAYER-O
           END-IF.
           MOVE SN-DUE-DATE TO FX-DUE-DATE.
           SET FX-SCHEDULED TO TRUE.
           MOVE SPACE TO FX-RESULT.
           MOVE 0 TO FX-MATCH-NUMBER.
           MOVE 0 TO FX-POSTED-DATE.
           WRITE FIXTURE-RECORD
               INVALID KEY
                   DISPLAY "FIXTURES.DAT WRITE FAILED (STATUS "
                       FIXTURE-FILE-STATUS ") AT ROUND " SN-ROUND
                       " TABLE " SN-TABLE "."
                   SET SN-RUN-FAILED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO SN-FIXTURE-COUNT
           END-WRITE.

       SN-ROTATE-CIRCLE.
           MOVE SN-POS(SN-SLOTS) TO SN-HOLD.
           PERFORM VARYING SN-JDX FROM SN-SLOTS BY -1 UNTIL SN-JDX < 3
               COMPUTE SN-JDX-NEXT = SN-JDX - 1
               MOVE SN-POS(SN-JDX-NEXT) TO SN-POS(SN-JDX)
           END-PERFORM.
           MOVE SN-HOLD TO SN-POS(2).

       *> BACKS OUT A SEASON THAT COULD NOT BE DEALT IN FULL.
       SN-DROP-SEASON-FIXTURES.
           PERFORM SN-START-SEASON.
           PERFORM UNTIL SN-EOF
               PERFORM SN-READ-SEASON-FIXTURE
               IF NOT SN-EOF
                   DELETE FIXTURE-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
           END-PERFORM.

       *> ---------------------------------------------------
       *> SEASON TABLE - STANDINGS OF THE CURRENT SEASON (OR THE
       *> FINAL TABLE OF THE LAST ONE CLOSED) STRAIGHT FROM THE
       *> FIXTURES, WITH WHAT IS STILL TO BE PLAYED.
       *> ---------------------------------------------------
       RUN-SEASON-TABLE.
           PERFORM SN-LOAD-SEASON-CONTROL.
           IF SC-SEASON = 0
               DISPLAY "NO LEAGUE SEASON HAS BEEN OPENED - SEE MENU "
                   "MODE 25."
           ELSE
               OPEN INPUT FIXTURE-FILE
               IF FIXTURE-FILE-STATUS NOT = "00"
                   DISPLAY "FIXTURES.DAT UNAVAILABLE (STATUS "
                       FIXTURE-FILE-STATUS ") - NO SEASON TABLE."
               ELSE
                   PERFORM SN-BUILD-TABLE
                   PERFORM SN-RANK-TABLE
                   PERFORM SN-SHOW-TABLE
                   PERFORM SN-LIST-OUTSTANDING
                   CLOSE FIXTURE-FILE
               END-IF
           END-IF.

       *> TALLIES SEASON SC-SEASON FROM FIXTURES.DAT, WHICH THE
       *> CALLER HOLDS OPEN. THE ROWS COME FROM THE FIXTURES, NOT
       *> ROSTER.DAT, WHICH MAY HAVE MOVED ON SINCE THE OPEN.
       SN-BUILD-TABLE.
           MOVE 0 TO SN-COUNT.
           MOVE 0 TO SN-FIXTURE-COUNT.
           MOVE 0 TO SN-PLAYED-COUNT.
           MOVE 0 TO SN-FORFEIT-COUNT.
           MOVE 0 TO SN-OUTSTANDING.
           MOVE 0 TO SN-OVERDUE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SN-TODAY.
           MOVE SC-SEASON TO SN-CUR-SEASON.
           PERFORM SN-START-SEASON.
           PERFORM UNTIL SN-EOF
               PERFORM SN-READ-SEASON-FIXTURE
               IF NOT SN-EOF
                   PERFORM SN-TALLY-FIXTURE
               END-IF
           END-PERFORM.

       SN-TALLY-FIXTURE.
           ADD 1 TO SN-FIXTURE-COUNT.
           MOVE FX-PLAYER-X TO SN-SEARCH-NAME.
           PERFORM SN-FIND-OR-ADD-ROW.
           MOVE SN-FOUND-ROW TO SN-X-ROW.
           MOVE FX-PLAYER-O TO SN-SEARCH-NAME.
           PERFORM SN-FIND-OR-ADD-ROW.
           MOVE SN-FOUND-ROW TO SN-O-ROW.
           EVALUATE TRUE
               WHEN FX-SCHEDULED
                   ADD 1 TO SN-OUTSTANDING
                   ADD 1 TO SN-T-LEFT(SN-X-ROW)
                   ADD 1 TO SN-T-LEFT(SN-O-ROW)
                   IF FX-DUE-DATE < SN-TODAY
                       ADD 1 TO SN-OVERDUE
                   END-IF
               WHEN OTHER
                   IF FX-FORFEITED
                       ADD 1 TO SN-FORFEIT-COUNT
                   ELSE
                       ADD 1 TO SN-PLAYED-COUNT
                   END-IF
                   ADD 1 TO SN-T-PLAYED(SN-X-ROW)
                   ADD 1 TO SN-T-PLAYED(SN-O-ROW)
                   EVALUATE FX-RESULT
                       WHEN 'X'
                           MOVE SN-X-ROW TO SN-WIN-ROW
                           MOVE SN-O-ROW TO SN-LOSE-ROW
                           PERFORM SN-CREDIT-WIN
                       WHEN 'O'
                           MOVE SN-O-ROW TO SN-WIN-ROW
                           MOVE SN-X-ROW TO SN-LOSE-ROW
                           PERFORM SN-CREDIT-WIN
                       WHEN 'D'
                           ADD 1 TO SN-T-DRAWS(SN-X-ROW)
                           ADD 1 TO SN-T-DRAWS(SN-O-ROW)
                           ADD 1 TO SN-T-POINTS(SN-X-ROW)
                           ADD 1 TO SN-T-POINTS(SN-O-ROW)
                       WHEN OTHER
                           *> BOTH SEATS FORFEITED - A LOSS EACH.
                           ADD 1 TO SN-T-LOSSES(SN-X-ROW)
                           ADD 1 TO SN-T-LOSSES(SN-O-ROW)
                           ADD 1 TO SN-T-FORFEITS(SN-X-ROW)
                           ADD 1 TO SN-T-FORFEITS(SN-O-ROW)
                   END-EVALUATE
           END-EVALUATE.

       SN-CREDIT-WIN.
           ADD 1 TO SN-T-WINS(SN-WIN-ROW).
           ADD 2 TO SN-T-POINTS(SN-WIN-ROW).
           ADD 1 TO SN-T-LOSSES(SN-LOSE-ROW).
           IF FX-FORFEITED
               ADD 1 TO SN-T-FORFEITS(SN-LOSE-ROW)
           END-IF.

       *> EXCHANGE SORT, SAME SHAPE AS SORT-DAILY-BY-DATE: MOST
       *> POINTS FIRST, THEN MOST WINS, THEN BY NAME.
       SN-RANK-TABLE.
           PERFORM VARYING SN-IDX FROM 1 BY 1 UNTIL SN-IDX >= SN-COUNT
               PERFORM VARYING SN-JDX FROM 1 BY 1
                       UNTIL SN-JDX > SN-COUNT - SN-IDX
                   COMPUTE SN-JDX-NEXT = SN-JDX + 1
                   IF SN-T-POINTS(SN-JDX) < SN-T-POINTS(SN-JDX-NEXT) OR
                      (SN-T-POINTS(SN-JDX) = SN-T-POINTS(SN-JDX-NEXT)
                       AND SN-T-WINS(SN-JDX) < SN-T-WINS(SN-JDX-NEXT))
                      OR
                      (SN-T-POINTS(SN-JDX) = SN-T-POINTS(SN-JDX-NEXT)
                       AND SN-T-WINS(SN-JDX) = SN-T-WINS(SN-JDX-NEXT)
                       AND SN-T-NAME(SN-JDX) > SN-T-NAME(SN-JDX-NEXT))
                       MOVE SN-ROW(SN-JDX) TO SN-SWAP-ROW
                       MOVE SN-ROW(SN-JDX-NEXT) TO SN-ROW(SN-JDX)
                       MOVE SN-SWAP-ROW TO SN-ROW(SN-JDX-NEXT)
                   END-IF
               END-PERFORM
           END-PERFORM.

       SN-SHOW-TABLE.
           IF SC-SEASON-OPEN
               MOVE "OPEN" TO SN-STATE-TEXT
           ELSE
               MOVE "CLOSED" TO SN-STATE-TEXT
           END-IF.
           DISPLAY " ".
           DISPLAY "+--------------------------------------------------+".
           DISPLAY "|                LEAGUE SEASON TABLE               |".
           DISPLAY "+--------------------------------------------------+".
           DISPLAY "| POS NAME           P   W   D   L  FF PTS LEFT    |".
           PERFORM VARYING SN-IDX FROM 1 BY 1 UNTIL SN-IDX > SN-COUNT
               MOVE SN-IDX TO SN-RANK-ED
               MOVE SN-T-PLAYED(SN-IDX) TO SN-P-ED
               MOVE SN-T-WINS(SN-IDX) TO SN-W-ED
               MOVE SN-T-DRAWS(SN-IDX) TO SN-D-ED
               MOVE SN-T-LOSSES(SN-IDX) TO SN-L-ED
               MOVE SN-T-FORFEITS(SN-IDX) TO SN-F-ED
               MOVE SN-T-POINTS(SN-IDX) TO SN-PTS-ED
               MOVE SN-T-LEFT(SN-IDX) TO SN-LEFT-ED
               DISPLAY "|  " SN-RANK-ED " " SN-T-NAME(SN-IDX) " "
                   SN-P-ED " " SN-W-ED " " SN-D-ED " " SN-L-ED " "
                   SN-F-ED " " SN-PTS-ED "  " SN-LEFT-ED
           END-PERFORM.
           DISPLAY "+--------------------------------------------------+".
           DISPLAY "SEASON " SC-SEASON " - " SN-STATE-TEXT.
           MOVE SN-FIXTURE-COUNT TO SN-COUNT-ED.
           DISPLAY "FIXTURES           " SN-COUNT-ED.
           MOVE SN-PLAYED-COUNT TO SN-COUNT-ED.
           DISPLAY "PLAYED             " SN-COUNT-ED.
           MOVE SN-FORFEIT-COUNT TO SN-COUNT-ED.
           DISPLAY "SETTLED BY FORFEIT " SN-COUNT-ED.
           MOVE SN-OUTSTANDING TO SN-COUNT-ED.
           DISPLAY "OUTSTANDING        " SN-COUNT-ED.
           MOVE SN-OVERDUE TO SN-COUNT-ED.
           DISPLAY "  OF WHICH OVERDUE " SN-COUNT-ED.

       SN-LIST-OUTSTANDING.
           IF SN-OUTSTANDING > 0
               DISPLAY " "
               DISPLAY "STILL TO PLAY:"
               MOVE SC-SEASON TO SN-CUR-SEASON
               PERFORM SN-START-SEASON
               PERFORM UNTIL SN-EOF
                   PERFORM SN-READ-SEASON-FIXTURE
                   IF NOT SN-EOF AND FX-SCHEDULED
                       MOVE SPACES TO SN-STATE-TEXT
                       IF FX-DUE-DATE < SN-TODAY
                           MOVE "OVERDUE" TO SN-STATE-TEXT
                       END-IF
                       MOVE FX-ROUND TO SN-ROUND-ED
                       DISPLAY "  ROUND " SN-ROUND-ED "  DUE "
                           FX-DUE-DATE "  " FX-PLAYER-X " V "
                           FX-PLAYER-O "  " SN-STATE-TEXT
                   END-IF
               END-PERFORM
           END-IF.

       *> ---------------------------------------------------
       *> POSTING TWO-HUMAN RESULTS. A PAIR ON THE OPEN SEASON'S
       *> FIXTURE LIST IS TOLD SO WHEN THEY SIT DOWN; THE FIRST
       *> RESULT BETWEEN THEM POSTS TO THE FIXTURE, WHICHEVER WAY
       *> ROUND THEY SAT. LATER MATCHES BETWEEN THE SAME PAIR ARE
       *> RATED AS USUAL BUT DO NOT CHANGE THE SEASON.
       *> ---------------------------------------------------
       SN-ANNOUNCE-FIXTURE.
           PERFORM SN-LOAD-SEASON-CONTROL.
           IF SC-SEASON-OPEN AND PLAYER-X-NAME NOT = PLAYER-O-NAME
               OPEN INPUT FIXTURE-FILE
               IF FIXTURE-FILE-STATUS = "00"
                   MOVE PLAYER-X-NAME TO SN-NAME-A
                   MOVE PLAYER-O-NAME TO SN-NAME-B
                   PERFORM SN-FIND-PAIR-FIXTURE
                   EVALUATE TRUE
                       WHEN SN-FIXTURE-FOUND
                           MOVE FX-ROUND TO SN-ROUND-ED
                           DISPLAY "LEAGUE FIXTURE - SEASON " SC-SEASON
                               " ROUND " SN-ROUND-ED ", DUE "
                               FX-DUE-DATE ". THE FIRST RESULT POSTS "
                               "TO IT."
                       WHEN SN-PAIR-PLAYED
                           DISPLAY "THIS PAIR'S SEASON " SC-SEASON
                               " FIXTURE IS ALREADY PLAYED - RESULTS "
                               "WILL NOT POST TO THE SEASON."
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   CLOSE FIXTURE-FILE
               END-IF
           END-IF.

       SN-POST-FIXTURE.
           PERFORM SN-LOAD-SEASON-CONTROL.
           IF SC-SEASON-OPEN AND PLAYER-X-NAME NOT = PLAYER-O-NAME
               OPEN I-O FIXTURE-FILE
               IF FIXTURE-FILE-STATUS NOT = "00"
                   DISPLAY "FIXTURES.DAT UNAVAILABLE (STATUS "
                       FIXTURE-FILE-STATUS ") - RESULT NOT POSTED TO "
                       "THE SEASON."
               ELSE
                   MOVE PLAYER-X-NAME TO SN-NAME-A
                   MOVE PLAYER-O-NAME TO SN-NAME-B
                   PERFORM SN-FIND-PAIR-FIXTURE
                   EVALUATE TRUE
                       WHEN SN-FIXTURE-FOUND
                           PERFORM SN-APPLY-RESULT
                       WHEN SN-PAIR-PLAYED
                           DISPLAY "SEASON " SC-SEASON " FIXTURE "
                               "ALREADY PLAYED - THIS MATCH IS RATED "
                               "BUT NOT POSTED."
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   CLOSE FIXTURE-FILE
               END-IF
           END-IF.

       *> LEAVES THE PAIR'S FIXTURE IN THE RECORD AREA WHEN FOUND.
       *> A ROUND ROBIN HAS ONE FIXTURE PER PAIR, SO THE FIRST HIT
       *> IS THE ONLY ONE.
       SN-FIND-PAIR-FIXTURE.
           MOVE 'N' TO SN-FOUND-FLAG.
           MOVE 'N' TO SN-REVERSED-FLAG.
           MOVE 'N' TO SN-PLAYED-FLAG.
           MOVE SC-SEASON TO SN-CUR-SEASON.
           PERFORM SN-START-SEASON.
           PERFORM UNTIL SN-EOF
               PERFORM SN-READ-SEASON-FIXTURE
               IF NOT SN-EOF
                   IF (FX-PLAYER-X = SN-NAME-A AND
                       FX-PLAYER-O = SN-NAME-B) OR
                      (FX-PLAYER-X = SN-NAME-B AND
                       FX-PLAYER-O = SN-NAME-A)
                       SET SN-EOF TO TRUE
                       IF FX-PLAYER-X NOT = SN-NAME-A
                           SET SN-SEATS-REVERSED TO TRUE
                       END-IF
                       IF FX-SCHEDULED
                           SET SN-FIXTURE-FOUND TO TRUE
                       ELSE
                           SET SN-PAIR-PLAYED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       *> THE RESULT IS HELD FROM THE FIXTURE'S OWN SEATS.
       SN-APPLY-RESULT.
           IF GAME-WON OR GAME-FORFEIT
               MOVE WINNER-TOKEN TO FX-RESULT
               IF SN-SEATS-REVERSED
                   IF WINNER-TOKEN = 'X'
                       MOVE 'O' TO FX-RESULT
                   ELSE
                       MOVE 'X' TO FX-RESULT
                   END-IF
               END-IF
           ELSE
               MOVE 'D' TO FX-RESULT
           END-IF.
           SET FX-PLAYED TO TRUE.
           MOVE MATCH-NUMBER TO FX-MATCH-NUMBER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FX-POSTED-DATE.
           REWRITE FIXTURE-RECORD
               INVALID KEY
                   DISPLAY "FIXTURES.DAT REWRITE FAILED (STATUS "
                       FIXTURE-FILE-STATUS ") - RESULT NOT POSTED TO "
                       "THE SEASON."
               NOT INVALID KEY
                   MOVE FX-ROUND TO SN-ROUND-ED
                   DISPLAY "POSTED TO SEASON " FX-SEASON " ROUND "
                       SN-ROUND-ED " AS MATCH " FX-MATCH-NUMBER "."
           END-REWRITE.

       *> CARRIES A RENAME OR MERGE INTO THE OPEN SEASON'S
       *> FIXTURES SO THE PLAYER KEEPS THEIR PLACE IN IT. CLOSED
       *> SEASONS ARE HISTORY AND KEEP THE NAME THEY WERE PLAYED
       *> UNDER.
       SN-TRANSFER-FIXTURES.
           PERFORM SN-LOAD-SEASON-CONTROL.
           IF SC-SEASON-OPEN
               OPEN I-O FIXTURE-FILE
               IF FIXTURE-FILE-STATUS NOT = "00"
                   DISPLAY "FIXTURES.DAT UNAVAILABLE (STATUS "
                       FIXTURE-FILE-STATUS ") - SEASON " SC-SEASON
                       " STILL LISTS " MT-FROM-NAME "."
               ELSE
                   MOVE 0 TO SN-CHANGED
                   MOVE SC-SEASON TO SN-CUR-SEASON
                   PERFORM SN-START-SEASON
                   PERFORM UNTIL SN-EOF
                       PERFORM SN-READ-SEASON-FIXTURE
                       IF NOT SN-EOF AND
                          (FX-PLAYER-X = MT-FROM-NAME OR
                           FX-PLAYER-O = MT-FROM-NAME)
                           PERFORM SN-RENAME-IN-FIXTURE
                       END-IF
                   END-PERFORM
                   CLOSE FIXTURE-FILE
                   IF SN-CHANGED > 0
                       MOVE SN-CHANGED TO SN-COUNT-ED
                       DISPLAY SN-COUNT-ED " SEASON " SC-SEASON
                           " FIXTURE(S) MOVED TO " MT-TO-NAME "."
                   END-IF
               END-IF
           END-IF.

       SN-RENAME-IN-FIXTURE.
           IF FX-PLAYER-X = MT-FROM-NAME
               MOVE MT-TO-NAME TO FX-PLAYER-X
           END-IF.
           IF FX-PLAYER-O = MT-FROM-NAME
               MOVE MT-TO-NAME TO FX-PLAYER-O
           END-IF.
           REWRITE FIXTURE-RECORD
               INVALID KEY
                   DISPLAY "FIXTURES.DAT REWRITE FAILED (STATUS "
                       FIXTURE-FILE-STATUS ") AT ROUND " FX-ROUND
                       " TABLE " FX-TABLE "."
               NOT INVALID KEY
                   ADD 1 TO SN-CHANGED
           END-REWRITE.

       *> ---------------------------------------------------
       *> CLOSE A SEASON
       *> ---------------------------------------------------
       RUN-SEASON-CLOSE.
           PERFORM SN-LOAD-SEASON-CONTROL.
           IF NOT SC-SEASON-OPEN
               DISPLAY "NO LEAGUE SEASON IS OPEN."
           ELSE
               OPEN I-O FIXTURE-FILE
               IF FIXTURE-FILE-STATUS NOT = "00"
                   DISPLAY "FIXTURES.DAT UNAVAILABLE (STATUS "
                       FIXTURE-FILE-STATUS ") - SEASON NOT CLOSED."
               ELSE
                   PERFORM SN-SETTLE-UNPLAYED
                   IF SN-OUTSTANDING > 0
                       MOVE SN-OUTSTANDING TO SN-COUNT-ED
                       DISPLAY "SEASON " SC-SEASON " NOT CLOSED - "
                           SN-COUNT-ED " FIXTURE(S) STILL UNPLAYED."
                   ELSE
                       PERFORM SN-BUILD-TABLE
                       PERFORM SN-RANK-TABLE
                       PERFORM SN-SHOW-TABLE
                       PERFORM SN-CONFIRM-REGRESSION
                       DISPLAY "CLOSE SEASON " SC-SEASON " AND CARRY "
                           "RATINGS FORWARD? (Y/N): " WITH NO ADVANCING
                       ACCEPT SN-CONFIRM
                       IF SN-CONFIRM-YES
                           PERFORM SN-FREEZE-SEASON
                       ELSE
                           DISPLAY "SEASON " SC-SEASON " LEFT OPEN."
                       END-IF
                   END-IF
                   CLOSE FIXTURE-FILE
               END-IF
           END-IF.

       *> A SEASON CANNOT CLOSE OVER UNPLAYED FIXTURES. THE
       *> OPERATOR MAY SETTLE EACH ONE BY FORFEIT HERE; ANY LEFT
       *> AS THEY ARE STAY IN SN-OUTSTANDING AND HOLD THE CLOSE.
       *> FORFEITS ENTERED STAND EVEN IF THE CLOSE IS THEN
       *> DECLINED.
       SN-SETTLE-UNPLAYED.
           MOVE 0 TO SN-OUTSTANDING.
           MOVE SC-SEASON TO SN-CUR-SEASON.
           PERFORM SN-START-SEASON.
           PERFORM UNTIL SN-EOF
               PERFORM SN-READ-SEASON-FIXTURE
               IF NOT SN-EOF AND FX-SCHEDULED
                   ADD 1 TO SN-OUTSTANDING
               END-IF
           END-PERFORM.
           IF SN-OUTSTANDING > 0
               MOVE SN-OUTSTANDING TO SN-COUNT-ED
               DISPLAY SN-COUNT-ED " FIXTURE(S) OF SEASON " SC-SEASON
                   " NOT PLAYED."
               DISPLAY "SETTLE THEM BY FORFEIT NOW? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT SN-CONFIRM
               IF SN-CONFIRM-YES
                   MOVE 0 TO SN-OUTSTANDING
                   MOVE FUNCTION CURRENT-DATE(1:8) TO SN-TODAY
                   PERFORM SN-START-SEASON
                   PERFORM UNTIL SN-EOF
                       PERFORM SN-READ-SEASON-FIXTURE
                       IF NOT SN-EOF AND FX-SCHEDULED
                           PERFORM SN-ASK-FORFEIT
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       SN-ASK-FORFEIT.
           MOVE FX-ROUND TO SN-ROUND-ED.
           DISPLAY "ROUND " SN-ROUND-ED " DUE " FX-DUE-DATE ": "
               FX-PLAYER-X " (X) V " FX-PLAYER-O " (O)".
           SET CONFIG-IS-INVALID TO TRUE.
           PERFORM UNTIL CONFIG-IS-VALID
               DISPLAY "  FORFEITED BY X, O, B)OTH, OR N)OT SETTLED: "
                   WITH NO ADVANCING
               ACCEPT SN-ANSWER
               SET CONFIG-IS-VALID TO TRUE
               EVALUATE SN-ANSWER
                   WHEN 'X'
                   WHEN 'x'
                       MOVE 'O' TO FX-RESULT
                   WHEN 'O'
                   WHEN 'o'
                       MOVE 'X' TO FX-RESULT
                   WHEN 'B'
                   WHEN 'b'
                       MOVE 'B' TO FX-RESULT
                   WHEN 'N'
                   WHEN 'n'
                       MOVE SPACE TO FX-RESULT
                   WHEN OTHER
                       SET CONFIG-IS-INVALID TO TRUE
                       DISPLAY "ENTER X, O, B OR N."
               END-EVALUATE
           END-PERFORM.
           IF FX-RESULT = SPACE
               ADD 1 TO SN-OUTSTANDING
           ELSE
               SET FX-FORFEITED TO TRUE
               MOVE 0 TO FX-MATCH-NUMBER
               MOVE SN-TODAY TO FX-POSTED-DATE
               REWRITE FIXTURE-RECORD
                   INVALID KEY
                       DISPLAY "FIXTURES.DAT REWRITE FAILED (STATUS "
                           FIXTURE-FILE-STATUS ") - FORFEIT NOT "
                           "RECORDED."
                       ADD 1 TO SN-OUTSTANDING
               END-REWRITE
           END-IF.

       SN-CONFIRM-REGRESSION.
           MOVE SC-REGRESS-PCT TO SN-WORK-PCT.
           DISPLAY "RATINGS CARRY FORWARD " SN-WORK-PCT
               "% OF THE WAY BACK TOWARD 1500.".
           DISPLAY "CHANGE THE PERCENTAGE FOR THIS CLOSE? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT SN-CONFIRM.
           IF SN-CONFIRM-YES
               PERFORM SN-ASK-REGRESS-PCT
           END-IF.

       *> THE TABLE IS ALREADY RANKED. EACH PLAYER'S FINAL LINE
       *> GOES TO SEASONHS.DAT; THE CARRIED RATING IS JOURNALLED
       *> AS SEASON BEFORE/AFTER LINES AHEAD OF THE REWRITE, AS
       *> MAINTENANCE DOES, SO THE PLAYER MASTER REBUILD REPLAYS IT.
       SN-FREEZE-SEASON.
           PERFORM PM-OPEN-MASTER.
           IF NOT PM-MASTER-OPEN
               DISPLAY "SEASON " SC-SEASON " NOT CLOSED - RATINGS "
                   "CANNOT BE CARRIED."
           ELSE
               OPEN EXTEND SEASON-HIST-FILE
               IF SEASON-HIST-STATUS = "05" OR
                  SEASON-HIST-STATUS = "35"
                   CLOSE SEASON-HIST-FILE
                   OPEN OUTPUT SEASON-HIST-FILE
               END-IF
               IF SEASON-HIST-STATUS NOT = "00"
                   DISPLAY "SEASONHS.DAT UNAVAILABLE (STATUS "
                       SEASON-HIST-STATUS ") - SEASON NOT CLOSED."
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO SN-TODAY
                   MOVE 0 TO SN-CARRIED
                   MOVE 0 TO SN-CHANGED
                   MOVE "SEASON" TO MT-ACTION
                   MOVE 1 TO PM-SLOT
                   PERFORM VARYING SN-IDX FROM 1 BY 1
                           UNTIL SN-IDX > SN-COUNT
                       PERFORM SN-CARRY-PLAYER
                   END-PERFORM
                   CLOSE SEASON-HIST-FILE
                   SET SC-SEASON-CLOSED TO TRUE
                   MOVE FUNCTION CURRENT-DATE(1:14) TO SC-CLOSED-STAMP
                   PERFORM SN-SAVE-SEASON-CONTROL
                   DISPLAY "SEASON " SC-SEASON " CLOSED - FINAL TABLE "
                       "ADDED TO SEASONHS.DAT."
                   MOVE SN-CARRIED TO SN-COUNT-ED
                   DISPLAY "RATINGS CARRIED    " SN-COUNT-ED
                   MOVE SN-CHANGED TO SN-COUNT-ED
                   DISPLAY "  OF WHICH MOVED   " SN-COUNT-ED
               END-IF
               PERFORM PM-CLOSE-MASTER
           END-IF.

       SN-CARRY-PLAYER.
           MOVE SN-T-NAME(SN-IDX) TO PM-SEARCH-NAME.
           PERFORM MT-FIND-PLAYER.
           MOVE SC-SEASON TO SH-SEASON.
           MOVE SN-TODAY TO SH-CLOSE-DATE.
           MOVE SN-IDX TO SH-RANK.
           MOVE SN-T-NAME(SN-IDX) TO SH-PLAYER-NAME.
           MOVE SN-T-PLAYED(SN-IDX) TO SH-PLAYED.
           MOVE SN-T-WINS(SN-IDX) TO SH-WINS.
           MOVE SN-T-DRAWS(SN-IDX) TO SH-DRAWS.
           MOVE SN-T-LOSSES(SN-IDX) TO SH-LOSSES.
           MOVE SN-T-FORFEITS(SN-IDX) TO SH-FORFEITS.
           MOVE SN-T-POINTS(SN-IDX) TO SH-POINTS.
           MOVE SC-REGRESS-PCT TO SH-REGRESS-PCT.
           IF PM-FOUND-IDX = 0
               MOVE 0 TO SH-CLOSE-RATING
               MOVE 0 TO SH-CARRY-RATING
               DISPLAY SN-T-NAME(SN-IDX) " IS NO LONGER ON "
                   "PLAYERS.DAT - NO RATING CARRIED."
           ELSE
               MOVE PM-RATING(1) TO SH-CLOSE-RATING
               COMPUTE SN-NEW-RATING ROUNDED = 1500 +
                   (PM-RATING(1) - 1500) * (100 - SC-REGRESS-PCT) / 100
               MOVE SN-NEW-RATING TO SH-CARRY-RATING
               ADD 1 TO SN-CARRIED
               *> THE REBUILD REPLAYS THE CARRY FROM THE AFTER
               *> LINE, SO IT IS ONLY WRITTEN ONCE PLAYERS.DAT
               *> HOLDS THE NEW RATING.
               IF SN-NEW-RATING NOT = PM-RATING(1)
                   MOVE "BEFORE" TO MT-AUDIT-TAG
                   MOVE 1 TO MT-AUDIT-IDX
                   PERFORM MT-WRITE-AUDIT-ENTRY
                   MOVE SN-NEW-RATING TO PM-RATING(1)
                   PERFORM PM-SAVE-SLOT
                   IF PM-SLOT-SAVED
                       MOVE "AFTER" TO MT-AUDIT-TAG
                       PERFORM MT-WRITE-AUDIT-ENTRY
                       ADD 1 TO SN-CHANGED
                   ELSE
                       DISPLAY SN-T-NAME(SN-IDX) " RATING NOT CARRIED "
                           "(PLAYERS.DAT STATUS " PLAYER-FILE-STATUS
                           ") - LEFT AT THE CLOSE RATING."
                       MOVE SH-CLOSE-RATING TO SH-CARRY-RATING
                       SUBTRACT 1 FROM SN-CARRIED
                   END-IF
               END-IF
           END-IF.
           WRITE SEASON-HIST-RECORD.

       *> ---------------------------------------------------
       *> LOG ARCHIVE / PURGE - CUTS GAMELOG.DAT AND MATCHLOG.DAT
                       ADD 1 TO AR-ARCH-CHECK
               END-READ
           END-PERFORM.
           CLOSE MATCH-ARCH-FILE.
           MOVE 'N' TO AR-EOF-FLAG.
           OPEN INPUT MATCH-LOG-NEW-FILE.
           PERFORM UNTIL AR-EOF
               READ MATCH-LOG-NEW-FILE
                   AT END
                       SET AR-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO AR-KEEP-CHECK
               END-READ
           END-PERFORM.
           CLOSE MATCH-LOG-NEW-FILE.
           IF AR-ARCH-CHECK = AR-ARCH-COUNT AND
              AR-KEEP-CHECK = AR-KEEP-COUNT AND
              AR-READ-COUNT = AR-ARCH-COUNT + AR-KEEP-COUNT
               SET AR-SPLIT-OK TO TRUE
           END-IF.

       REWRITE-MATCH-LOG-FROM-NEW.
           MOVE 'N' TO AR-EOF-FLAG.
           OPEN INPUT MATCH-LOG-NEW-FILE.
           OPEN OUTPUT MATCH-LOG-FILE.
           PERFORM UNTIL AR-EOF
               READ MATCH-LOG-NEW-FILE
                   AT END
                       SET AR-EOF TO TRUE
                   NOT AT END
                       WRITE MATCH-LOG-RECORD FROM ML-NEW-REC
               END-READ
           END-PERFORM.
           CLOSE MATCH-LOG-NEW-FILE.
           CLOSE MATCH-LOG-FILE.
           DELETE FILE MATCH-LOG-NEW-FILE.

       *> FOLDS THE MODE-1 RESULTS JUST MOVED TO THE ARCHIVE INTO
       *> THE CUMULATIVE SCOREBASE.DAT BASELINE, SO THE SCORE.DAT
       *> CROSS-CHECK IN THE RECONCILIATION STILL BALANCES AFTER
       *> THE LIVE MATCHLOG IS TRUNCATED.
       UPDATE-SCORE-BASELINE.
           IF AR-BASE-HUMAN > 0 OR AR-BASE-AI > 0 OR AR-BASE-DRAW > 0
               PERFORM LOAD-SCORE-BASELINE
               IF NOT SAFE-RECORD-VALID
                   MOVE 0 TO SB-HUMAN-SCORE
                   MOVE 0 TO SB-AI-SCORE
                   MOVE 0 TO SB-DRAW-SCORE
               END-IF
               ADD AR-BASE-HUMAN TO SB-HUMAN-SCORE
               ADD AR-BASE-AI TO SB-AI-SCORE
               ADD AR-BASE-DRAW TO SB-DRAW-SCORE
               MOVE "SCOREBASE.DAT" TO SAFE-LIVE-NAME
               MOVE "SCOREBASE.NEW" TO SAFE-NEW-NAME
               MOVE "SCOREBASE.BAK" TO SAFE-BAK-NAME
               MOVE SPACES TO SAFE-IMAGE
               MOVE SCORE-BASE-RECORD TO SAFE-IMAGE
               PERFORM SAFE-WRITE-RECORD
               IF NOT SAFE-WRITE-OK
                   DISPLAY "WARNING: ARCHIVED-SCORE BASELINE MAY "
                       "NOT HAVE BEEN SAVED - THE NEXT "
                       "RECONCILIATION MAY REPORT SCORE.DAT "
                       "MISMATCHES."
               END-IF
           END-IF.

       LOAD-SCORE-BASELINE.
           MOVE "SCOREBASE.DAT" TO SAFE-LIVE-NAME.
           MOVE "SCOREBASE.BAK" TO SAFE-BAK-NAME.
           MOVE 'N' TO SAFE-VALID-FLAG.
           PERFORM SAFE-READ-CURRENT.
           IF SAFE-RECORD-FOUND
               MOVE SAFE-IMAGE TO SCORE-BASE-RECORD
               PERFORM CHECK-SCORE-BASE-VALID
           END-IF.
           IF NOT SAFE-RECORD-VALID
               PERFORM SAFE-READ-BACKUP
               IF SAFE-RECORD-FOUND
                   MOVE SAFE-IMAGE TO SCORE-BASE-RECORD
                   PERFORM CHECK-SCORE-BASE-VALID
                   IF SAFE-RECORD-VALID
                       DISPLAY "SCOREBASE.DAT MISSING OR DAMAGED - "
                           "RECOVERED PREVIOUS GENERATION FROM "
                           "SCOREBASE.BAK."
                   END-IF
               END-IF
           END-IF.

       CHECK-SCORE-BASE-VALID.
           IF SB-HUMAN-SCORE IS NUMERIC AND
              SB-AI-SCORE IS NUMERIC AND
              SB-DRAW-SCORE IS NUMERIC
               SET SAFE-RECORD-VALID TO TRUE
           ELSE
               MOVE 'N' TO SAFE-VALID-FLAG
           END-IF.

       DISPLAY-ARCHIVE-TOTALS.
           MOVE AR-READ-COUNT TO AR-READ-ED.
           MOVE AR-ARCH-COUNT TO AR-ARCH-ED.
           MOVE AR-KEEP-COUNT TO AR-KEEP-ED.
           DISPLAY "CONTROL TOTALS: READ " AR-READ-ED
               "  ARCHIVED " AR-ARCH-ED "  RETAINED " AR-KEEP-ED.

       *> ---------------------------------------------------
       *> ONE-TIME CONVERSION: GIVE EVERY DUPLICATED HISTORIC
       *> MATCH NUMBER A UNIQUE ONE. BEFORE MATCHCTL.DAT ONLY
       *> HUMAN-VS-CAT PLAY PERSISTED THE COUNTER, SO ONE NUMBER
       *> CAN CARRY SEVERAL MATCHES IN BOTH LOGS. THE FIRST MATCH
       *> LOGGED UNDER A NUMBER KEEPS IT; EACH LATER ONE TAKES A
       *> FRESH NUMBER FROM THE ALLOCATOR. GAMELOG GAMES PAIR
       *> WITH MATCHLOG ENTRIES IN LOG ORDER, THE GAMELOG SPLIT
       *> AT THE SAME GAME BOUNDARY THE REPLAY LOADER USES. BOTH
       *> LOGS ARE REWRITTEN THROUGH THEIR .NEW COPIES AND
       *> COUNT-VERIFIED AS IN THE ARCHIVE RUN; MATCHXREF.DAT
       *> KEEPS THE OLD-TO-NEW MAPPING. ARCHIVE FILES ARE HISTORY
       *> AND ARE NOT TOUCHED.
       *> ---------------------------------------------------
       RUN-MATCH-RENUMBER.
           DISPLAY "RENUMBER DUPLICATE MATCH NUMBERS IN GAMELOG.DAT "
               "/ MATCHLOG.DAT".
           MOVE 'N' TO RX-REFUSED-FLAG.
           *> A SAVED MATCH ALREADY HAS MOVES LOGGED UNDER ITS
           *> NUMBER AND WOULD CARRY ON LOGGING UNDER THE OLD ONE.
           OPEN INPUT SAVE-GAME-FILE.
           IF SAVE-GAME-STATUS = "00"
               CLOSE SAVE-GAME-FILE
               DISPLAY "A SAVED MATCH IS WAITING IN SAVEGAME.DAT - "
                   "RESUME OR ABANDON IT FIRST. RUN REFUSED."
               SET RX-RUN-REFUSED TO TRUE
           END-IF.
           IF NOT RX-RUN-REFUSED
               DISPLAY "BOTH LOGS WILL BE REWRITTEN. PROCEED? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT RX-CONFIRM
               IF RX-CONFIRM-YES
                   PERFORM RX-EXECUTE-RENUMBER
               ELSE
                   DISPLAY "RENUMBER RUN CANCELLED."
               END-IF
           END-IF.

       RX-EXECUTE-RENUMBER.
           MOVE 0 TO RX-ML-READ.
           MOVE 0 TO RX-ML-WRITTEN.
           MOVE 0 TO RX-GL-READ.
           MOVE 0 TO RX-GL-WRITTEN.
           MOVE 0 TO RX-RENUMBERED.
           MOVE 0 TO RX-GL-ONLY.
           MOVE 0 TO RX-ML-ONLY.
           MOVE 0 TO RX-XREF-LINES.
           MOVE 'N' TO RX-FAIL-FLAG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RX-RUN-STAMP.
           *> LOAD (OR SEED) THE CONTROL RECORD NOW, WHILE NEITHER
           *> LOG IS OPEN - SEEDING SCANS THEM BOTH.
           IF NOT MC-CONTROL-LOADED
               PERFORM MC-LOAD-MATCH-CONTROL
           END-IF.
           *> A WORK FILE LEFT BY A DROPPED RUN IS STALE.
           DELETE FILE RENUMBER-WORK-FILE.
           OPEN OUTPUT RENUMBER-WORK-FILE.
           CLOSE RENUMBER-WORK-FILE.
           OPEN I-O RENUMBER-WORK-FILE.
           IF RENUMBER-WORK-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN RENUMWRK.DAT (STATUS "
                   RENUMBER-WORK-STATUS ") - RUN ABANDONED."
           ELSE
               PERFORM RX-INDEX-MATCH-LOG
               PERFORM RX-RENUMBER-GAME-LOG
               PERFORM RX-RENUMBER-MATCH-LOG
               PERFORM RX-VERIFY-NEW-LOGS
               IF NOT RX-FILES-OK
                   DISPLAY "RENUMBER VERIFY FAILED - LIVE LOGS LEFT "
                       "UNCHANGED."
                   DELETE FILE GAME-LOG-NEW-FILE
                   DELETE FILE MATCH-LOG-NEW-FILE
               ELSE
                   IF RX-RENUMBERED = 0
                       DISPLAY "NO DUPLICATE MATCH NUMBERS FOUND - "
                           "NOTHING CHANGED."
                       DELETE FILE GAME-LOG-NEW-FILE
                       DELETE FILE MATCH-LOG-NEW-FILE
                   ELSE
                       *> THE CROSS-REFERENCE GOES DOWN FIRST - ONCE
                       *> THE LIVE LOGS ARE REPLACED A RERUN FINDS NO
                       *> DUPLICATES, SO IT COULD NEVER BE WRITTEN.
                       PERFORM RX-WRITE-XREF-FILE
                       IF RX-WORK-FAILED
                           DISPLAY "MATCHXREF.DAT NOT WRITTEN - LIVE "
                               "LOGS LEFT UNCHANGED."
                           DELETE FILE GAME-LOG-NEW-FILE
                           DELETE FILE MATCH-LOG-NEW-FILE
                       ELSE
                           PERFORM REWRITE-GAME-LOG-FROM-NEW
                           PERFORM REWRITE-MATCH-LOG-FROM-NEW
                           *> BOTH SIDE INDEXES ARE KEYED ON THE OLD
                           *> NUMBERS - DROP THEM; THE NEXT KEYED
                           *> ACCESS REBUILDS THEM FROM THE NEW LOGS.
                           DELETE FILE GAME-IDX-FILE
                           DELETE FILE MATCH-IDX-FILE
                           PERFORM RX-DISPLAY-TOTALS
                       END-IF
                   END-IF
               END-IF
               CLOSE RENUMBER-WORK-FILE
           END-IF.
           DELETE FILE RENUMBER-WORK-FILE.

       *> PASS 1 - NUMBER EVERY MATCHLOG ENTRY WITHIN ITS MATCH
       *> NUMBER AND DECIDE WHAT EACH ONE BECOMES.
       RX-INDEX-MATCH-LOG.
           MOVE 'N' TO MATCH-LOG-EOF-FLAG.
           OPEN INPUT MATCH-LOG-FILE.
           IF MATCH-LOG-STATUS = "00"
               PERFORM UNTIL MATCH-LOG-EOF
                   READ MATCH-LOG-FILE
                       AT END
                           SET MATCH-LOG-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO RX-ML-READ
                           PERFORM RX-INDEX-MATCH-ENTRY
                   END-READ
               END-PERFORM
               CLOSE MATCH-LOG-FILE
           END-IF.

       RX-INDEX-MATCH-ENTRY.
           MOVE ML-MATCH-NUMBER TO RX-HOLD-NUMBER.
           PERFORM RX-READ-CONTROL-ENTRY.
           ADD 1 TO RW-ML-TOTAL.
           MOVE RW-ML-TOTAL TO RX-OCC.
           PERFORM RX-SAVE-WORK-ENTRY.
           PERFORM RX-NEW-OCCURRENCE-ENTRY.
           MOVE 'Y' TO RW-IN-MATCHLOG.
           PERFORM RX-SAVE-WORK-ENTRY.

       *> PASS 2 - COPY GAMELOG TO GAMELOG.NEW UNDER THE NEW
       *> NUMBERS. A GAME WITH NO MATCHLOG ENTRY TO PAIR WITH (ONE
       *> QUIT OR SAVED AND NEVER FINISHED) IS NUMBERED HERE.
       RX-RENUMBER-GAME-LOG.
           MOVE 'N' TO GAME-LOG-EOF-FLAG.
           OPEN OUTPUT GAME-LOG-NEW-FILE.
           OPEN INPUT GAME-LOG-FILE.
           IF GAME-LOG-STATUS = "00"
               PERFORM UNTIL GAME-LOG-EOF
                   READ GAME-LOG-FILE
                       AT END
                           SET GAME-LOG-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO RX-GL-READ
                           PERFORM RX-RENUMBER-GAME-RECORD
                   END-READ
               END-PERFORM
               CLOSE GAME-LOG-FILE
           END-IF.
           CLOSE GAME-LOG-NEW-FILE.

       *> SAME GAME BOUNDARY AS RV-COLLECT-GL-RECORD: A FRESH
       *> (NON-TAKEBACK) SEQ-1 RECORD, ONCE THE NUMBER ALREADY HAS
       *> RECORDS AND THE LAST ONE WAS NOT A TAKEBACK, STARTS THE
       *> NEXT GAME LOGGED UNDER IT.
       RX-RENUMBER-GAME-RECORD.
           MOVE GL-MATCH-NUMBER TO RX-HOLD-NUMBER.
           PERFORM RX-READ-CONTROL-ENTRY.
           IF RW-GL-GAME = 0
               MOVE 1 TO RW-GL-GAME
           ELSE
               IF GL-TURN-STATUS NOT = 'T' AND GL-MOVE-SEQ = 1 AND
                  RW-GL-PREV-STATUS NOT = 'T'
                   ADD 1 TO RW-GL-GAME
               END-IF
           END-IF.
           ADD 1 TO RW-GL-RECS.
           MOVE GL-TURN-STATUS TO RW-GL-PREV-STATUS.
           MOVE RW-GL-GAME TO RX-OCC.
           PERFORM RX-SAVE-WORK-ENTRY.
           MOVE RX-HOLD-NUMBER TO RW-OLD-NUMBER.
           MOVE RX-OCC TO RW-OCCURRENCE.
           PERFORM RX-READ-WORK-ENTRY.
           IF RX-NEW-ENTRY
               PERFORM RX-NEW-OCCURRENCE-ENTRY
               MOVE 'Y' TO RW-IN-GAMELOG
               PERFORM RX-SAVE-WORK-ENTRY
           ELSE
               IF RW-IN-GAMELOG NOT = 'Y'
                   MOVE 'Y' TO RW-IN-GAMELOG
                   PERFORM RX-SAVE-WORK-ENTRY
               END-IF
           END-IF.
           MOVE RW-NEW-NUMBER TO GL-MATCH-NUMBER.
           WRITE GL-NEW-REC FROM GAME-LOG-RECORD.
           ADD 1 TO RX-GL-WRITTEN.

       *> PASS 3 - COPY MATCHLOG TO MATCHLOG.NEW UNDER THE
       *> NUMBERS DECIDED IN PASS 1.
       RX-RENUMBER-MATCH-LOG.
           MOVE 'N' TO MATCH-LOG-EOF-FLAG.
           OPEN OUTPUT MATCH-LOG-NEW-FILE.
           OPEN INPUT MATCH-LOG-FILE.
           IF MATCH-LOG-STATUS = "00"
               PERFORM UNTIL MATCH-LOG-EOF
                   READ MATCH-LOG-FILE
                       AT END
                           SET MATCH-LOG-EOF TO TRUE
                       NOT AT END
                           PERFORM RX-RENUMBER-MATCH-RECORD
                   END-READ
               END-PERFORM
               CLOSE MATCH-LOG-FILE
           END-IF.
           CLOSE MATCH-LOG-NEW-FILE.

       RX-RENUMBER-MATCH-RECORD.
           MOVE ML-MATCH-NUMBER TO RX-HOLD-NUMBER.
           PERFORM RX-READ-CONTROL-ENTRY.
           ADD 1 TO RW-ML-DONE.
           MOVE RW-ML-DONE TO RX-OCC.
           PERFORM RX-SAVE-WORK-ENTRY.
           MOVE RX-HOLD-NUMBER TO RW-OLD-NUMBER.
           MOVE RX-OCC TO RW-OCCURRENCE.
           PERFORM RX-READ-WORK-ENTRY.
           IF RX-NEW-ENTRY
               *> PASS 1 WROTE AN ENTRY FOR EVERY MATCHLOG RECORD -
               *> A MISS MEANS THE LOG CHANGED UNDER THE RUN.
               DISPLAY "NO RENUMBER ENTRY FOR MATCH " RX-HOLD-NUMBER
                   " OCCURRENCE " RX-OCC "."
               SET RX-WORK-FAILED TO TRUE
           ELSE
               MOVE RW-NEW-NUMBER TO ML-MATCH-NUMBER
           END-IF.
           WRITE ML-NEW-REC FROM MATCH-LOG-RECORD.
           ADD 1 TO RX-ML-WRITTEN.

       *> CONTROL ENTRY (OCCURRENCE 0) FOR RX-HOLD-NUMBER, OR A
       *> ZEROED ONE IF THE NUMBER HAS NOT BEEN SEEN YET.
       RX-READ-CONTROL-ENTRY.
           MOVE RX-HOLD-NUMBER TO RW-OLD-NUMBER.
           MOVE 0 TO RW-OCCURRENCE.
           PERFORM RX-READ-WORK-ENTRY.
           IF RX-NEW-ENTRY
               MOVE RX-HOLD-NUMBER TO RW-OLD-NUMBER
               MOVE 0 TO RW-OCCURRENCE
               MOVE RX-HOLD-NUMBER TO RW-NEW-NUMBER
               MOVE 0 TO RW-ML-TOTAL
               MOVE 0 TO RW-ML-DONE
               MOVE 0 TO RW-GL-GAME
               MOVE 0 TO RW-GL-RECS
               MOVE SPACE TO RW-GL-PREV-STATUS
               MOVE 'N' TO RW-IN-MATCHLOG
               MOVE 'N' TO RW-IN-GAMELOG
           END-IF.

       RX-READ-WORK-ENTRY.
           MOVE 'N' TO RX-NEW-FLAG.
           READ RENUMBER-WORK-FILE
               INVALID KEY
                   SET RX-NEW-ENTRY TO TRUE
           END-READ.

       *> FIRST SIGHT OF OCCURRENCE RX-OCC OF RX-HOLD-NUMBER: THE
       *> FIRST OCCURRENCE KEEPS THE NUMBER, EVERY LATER ONE IS
       *> ALLOCATED A FRESH ONE.
       RX-NEW-OCCURRENCE-ENTRY.
           IF RX-OCC > 1
               PERFORM ALLOCATE-MATCH-NUMBER
               ADD 1 TO RX-RENUMBERED
           ELSE
               MOVE RX-HOLD-NUMBER TO MATCH-NUMBER
           END-IF.
           MOVE RX-HOLD-NUMBER TO RW-OLD-NUMBER.
           MOVE RX-OCC TO RW-OCCURRENCE.
           MOVE MATCH-NUMBER TO RW-NEW-NUMBER.
           MOVE 0 TO RW-ML-TOTAL.
           MOVE 0 TO RW-ML-DONE.
           MOVE 0 TO RW-GL-GAME.
           MOVE 0 TO RW-GL-RECS.
           MOVE SPACE TO RW-GL-PREV-STATUS.
           MOVE 'N' TO RW-IN-MATCHLOG.
           MOVE 'N' TO RW-IN-GAMELOG.
           SET RX-NEW-ENTRY TO TRUE.

       RX-SAVE-WORK-ENTRY.
           IF RX-NEW-ENTRY
               WRITE RENUMBER-WORK-RECORD
                   INVALID KEY
                       DISPLAY "RENUMWRK.DAT WRITE FAILED (STATUS "
                           RENUMBER-WORK-STATUS ") FOR MATCH "
                           RW-OLD-NUMBER "."
                       SET RX-WORK-FAILED TO TRUE
               END-WRITE
               MOVE 'N' TO RX-NEW-FLAG
           ELSE
               REWRITE RENUMBER-WORK-RECORD
                   INVALID KEY
                       DISPLAY "RENUMWRK.DAT REWRITE FAILED (STATUS "
                           RENUMBER-WORK-STATUS ") FOR MATCH "
                           RW-OLD-NUMBER "."
                       SET RX-WORK-FAILED TO TRUE
               END-REWRITE
           END-IF.

       RX-VERIFY-NEW-LOGS.
           MOVE 'N' TO RX-OK-FLAG.
           MOVE 0 TO RX-GL-CHECK.
           MOVE 0 TO RX-ML-CHECK.
           MOVE 'N' TO RX-EOF-FLAG.
           OPEN INPUT GAME-LOG-NEW-FILE.
           PERFORM UNTIL RX-EOF
               READ GAME-LOG-NEW-FILE
                   AT END
                       SET RX-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO RX-GL-CHECK
               END-READ
           END-PERFORM.
           CLOSE GAME-LOG-NEW-FILE.
           MOVE 'N' TO RX-EOF-FLAG.
           OPEN INPUT MATCH-LOG-NEW-FILE.
           PERFORM UNTIL RX-EOF
               READ MATCH-LOG-NEW-FILE
                   AT END
                       SET RX-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO RX-ML-CHECK
               END-READ
           END-PERFORM.
           CLOSE MATCH-LOG-NEW-FILE.
           IF NOT RX-WORK-FAILED AND
              RX-GL-CHECK = RX-GL-READ AND
              RX-GL-WRITTEN = RX-GL-READ AND
              RX-ML-CHECK = RX-ML-READ AND
              RX-ML-WRITTEN = RX-ML-READ
               SET RX-FILES-OK TO TRUE
           END-IF.

       *> EACH RUN IS ADDED TO THE END OF MATCHXREF.DAT UNDER ITS
       *> OWN HEADING, SO EARLIER RUNS' CROSS-REFERENCES ARE KEPT.
       *> ANY FAILURE SETS RX-FAIL-FLAG FOR THE CALLER.
       RX-WRITE-XREF-FILE.
           OPEN EXTEND MATCH-XREF-FILE.
           IF MATCH-XREF-STATUS = "05" OR MATCH-XREF-STATUS = "35"
               CLOSE MATCH-XREF-FILE
               OPEN OUTPUT MATCH-XREF-FILE
           END-IF.
           IF MATCH-XREF-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN MATCHXREF.DAT (STATUS "
                   MATCH-XREF-STATUS ")."
               SET RX-WORK-FAILED TO TRUE
           ELSE
               PERFORM RX-WRITE-XREF-BODY
               CLOSE MATCH-XREF-FILE
           END-IF.

       RX-WRITE-XREF-BODY.
           MOVE SPACES TO RX-LINE.
           STRING "MATCH NUMBER CROSS-REFERENCE - RENUMBER RUN "
               RX-RUN-STAMP DELIMITED BY SIZE INTO RX-LINE.
           PERFORM RX-PUT-XREF-LINE.
           MOVE "OLD-NO  OCCUR  NEW-NO  LOGGED IN" TO RX-LINE.
           PERFORM RX-PUT-XREF-LINE.
           MOVE 0 TO RW-OLD-NUMBER.
           MOVE 0 TO RW-OCCURRENCE.
           MOVE 'N' TO RX-EOF-FLAG.
           START RENUMBER-WORK-FILE KEY >= RW-WORK-KEY
               INVALID KEY
                   SET RX-EOF TO TRUE
           END-START.
           PERFORM UNTIL RX-EOF OR RX-WORK-FAILED
               READ RENUMBER-WORK-FILE NEXT
                   AT END
                       SET RX-EOF TO TRUE
                   NOT AT END
                       PERFORM RX-WRITE-XREF-ENTRY
               END-READ
           END-PERFORM.
           MOVE SPACES TO RX-LINE.
           MOVE RX-ML-READ TO RX-COUNT-ED.
           STRING "MATCHLOG RECORDS: " RX-COUNT-ED
               DELIMITED BY SIZE INTO RX-LINE.
           PERFORM RX-PUT-XREF-LINE.
           MOVE SPACES TO RX-LINE.
           MOVE RX-GL-READ TO RX-COUNT-ED.
           STRING "GAMELOG RECORDS:  " RX-COUNT-ED
               DELIMITED BY SIZE INTO RX-LINE.
           PERFORM RX-PUT-XREF-LINE.
           MOVE SPACES TO RX-LINE.
           MOVE RX-RENUMBERED TO RX-COUNT-ED.
           STRING "MATCHES RENUMBERED: " RX-COUNT-ED
               " (GAMELOG ONLY: " RX-GL-ONLY
               " MATCHLOG ONLY: " RX-ML-ONLY ")"
               DELIMITED BY SIZE INTO RX-LINE.
           PERFORM RX-PUT-XREF-LINE.

       RX-PUT-XREF-LINE.
           IF NOT RX-WORK-FAILED
               WRITE MATCH-XREF-REC FROM RX-LINE
               IF MATCH-XREF-STATUS NOT = "00"
                   DISPLAY "MATCHXREF.DAT WRITE FAILED (STATUS "
                       MATCH-XREF-STATUS ")."
                   SET RX-WORK-FAILED TO TRUE
               END-IF
           END-IF.

       *> ONE LINE PER RENUMBERED MATCH, PLUS A NOTE WHEREVER A
       *> NUMBER'S GAMELOG GAMES AND MATCHLOG ENTRIES DO NOT
       *> PAIR ONE FOR ONE - THOSE WERE PAIRED IN LOG ORDER AND
       *> ARE WORTH A LOOK WITH THE REPLAY VIEWER.
       RX-WRITE-XREF-ENTRY.
           IF RW-OCCURRENCE = 0
               IF RW-GL-GAME NOT = RW-ML-TOTAL AND
                  RW-GL-GAME > 0 AND RW-ML-TOTAL > 0
                   MOVE RW-OLD-NUMBER TO RX-OLD-ED
                   MOVE RW-GL-GAME TO RX-GAMES-ED
                   MOVE RW-ML-TOTAL TO RX-ENTRIES-ED
                   MOVE SPACES TO RX-LINE
                   STRING "NOTE: " RX-OLD-ED " HAS " RX-GAMES-ED
                       " GAMELOG GAMES, " RX-ENTRIES-ED
                       " MATCHLOG ENTRIES - PAIRED IN LOG ORDER"
                       DELIMITED BY SIZE INTO RX-LINE
                   PERFORM RX-PUT-XREF-LINE
               END-IF
           ELSE
               IF RW-NEW-NUMBER NOT = RW-OLD-NUMBER
                   EVALUATE TRUE
                       WHEN RW-IN-MATCHLOG = 'Y' AND
                            RW-IN-GAMELOG = 'Y'
                           MOVE "BOTH LOGS" TO RX-SOURCE
                       WHEN RW-IN-MATCHLOG = 'Y'
                           MOVE "MATCHLOG ONLY" TO RX-SOURCE
                           ADD 1 TO RX-ML-ONLY
                       WHEN OTHER
                           MOVE "GAMELOG ONLY" TO RX-SOURCE
                           ADD 1 TO RX-GL-ONLY
                   END-EVALUATE
                   MOVE RW-OLD-NUMBER TO RX-OLD-ED
                   MOVE RW-OCCURRENCE TO RX-OCC-ED
                   MOVE RW-NEW-NUMBER TO RX-NEW-ED
                   MOVE SPACES TO RX-LINE
                   STRING RX-OLD-ED "    " RX-OCC-ED "  " RX-NEW-ED
                       "  " RX-SOURCE
                       DELIMITED BY SIZE INTO RX-LINE
                   PERFORM RX-PUT-XREF-LINE
                   ADD 1 TO RX-XREF-LINES
               END-IF
           END-IF.

       RX-DISPLAY-TOTALS.
           DISPLAY "RENUMBER RUN COMPLETE.".
           MOVE RX-ML-READ TO RX-COUNT-ED.
           DISPLAY "MATCHLOG.DAT RECORDS:  " RX-COUNT-ED.
           MOVE RX-GL-READ TO RX-COUNT-ED.
           DISPLAY "GAMELOG.DAT RECORDS:   " RX-COUNT-ED.
           MOVE RX-RENUMBERED TO RX-COUNT-ED.
           DISPLAY "MATCHES RENUMBERED:    " RX-COUNT-ED.
           MOVE MC-LAST-MATCH TO MC-LAST-ED.
           DISPLAY "LAST MATCH NUMBER NOW: " MC-LAST-ED.
           DISPLAY "OLD-TO-NEW CROSS-REFERENCE WRITTEN TO "
               "MATCHXREF.DAT.".

       *> ---------------------------------------------------
       *> PLAYER DATA ERASURE. WHEN A PLAYER ASKS TO BE REMOVED,
       *> THE NAME IS REPLACED BY ONE ANONYMOUS TOKEN IN EVERY
       *> FILE LISTED IN ER-FILE-LIST - THE LOGS AND THEIR
       *> ARCHIVES INCLUDED, SO HERE (AND ONLY HERE) HISTORY IS
       *> REWRITTEN. THE SAME TOKEN EVERYWHERE KEEPS THE PLAYER'S
       *> MATCHES, MASTER RECORD, LEDGER AND ADJUSTMENTS TIED
       *> TOGETHER, SO THE REBUILD STILL AGREES WITH PLAYERS.DAT.
       *> NO PLAYADJ.DAT LINE IS WRITTEN - ERASECERT.DAT IS THE
       *> RECORD OF THE RUN.
       *> ---------------------------------------------------
       RUN-PLAYER-ERASURE.
           DISPLAY "PLAYER DATA ERASURE - ONE NAME REPLACED BY AN "
               "ANONYMOUS TOKEN IN EVERY FILE".
           DISPLAY "NAME TO ERASE (BLANK TO CANCEL): "
               WITH NO ADVANCING.
           MOVE SPACES TO ER-FROM-NAME.
           ACCEPT ER-FROM-NAME.
           EVALUATE TRUE
               WHEN ER-FROM-NAME = SPACES
                   DISPLAY "ERASURE CANCELLED."
               WHEN ER-FROM-NAME = 'HUMAN' OR
                    ER-FROM-NAME = 'TIC TAC CAT' OR
                    ER-FROM-NAME = 'BATCH' OR
                    ER-FROM-NAME = 'CAT-X' OR ER-FROM-NAME = 'CAT-O'
                   DISPLAY ER-FROM-NAME " IS A NAME THE SYSTEM USES "
                       "ITSELF, NOT A PLAYER'S - NOTHING TO ERASE."
               WHEN ER-FROM-PREFIX = "ANON" AND
                    ER-FROM-NUMBER IS NUMERIC
                   DISPLAY ER-FROM-NAME " IS ALREADY AN ERASURE "
                       "TOKEN."
               WHEN OTHER
                   PERFORM ER-CHOOSE-TOKEN
                   IF ER-TOKEN-OK
                       DISPLAY "REPLACE " ER-FROM-NAME " WITH "
                           ER-TO-NAME " IN EVERY FILE? THIS CANNOT "
                           "BE UNDONE. (Y/N): " WITH NO ADVANCING
                       ACCEPT ER-CONFIRM
                       IF ER-CONFIRM-YES
                           PERFORM ER-EXECUTE-ERASURE
                       ELSE
                           DISPLAY "ERASURE CANCELLED."
                       END-IF
                   END-IF
           END-EVALUATE.

       *> A BLANK ANSWER TAKES THE NEXT TOKEN. A TOKEN ALREADY
       *> ISSUED MAY BE GIVEN INSTEAD, TO FINISH A RUN THAT DID
       *> NOT COMPLETE (ITS CERTIFICATE SAYS WHICH FILES) UNDER
       *> THE SAME TOKEN.
       ER-CHOOSE-TOKEN.
           MOVE 'N' TO ER-TOKEN-FLAG.
           MOVE 'N' TO ER-NEW-TOKEN-FLAG.
           PERFORM ER-LOAD-ERASE-CONTROL.
           DISPLAY "TOKEN (BLANK = NEXT FREE, OR THE TOKEN OF AN "
               "UNFINISHED RUN): " WITH NO ADVANCING.
           MOVE SPACES TO ER-ANSWER.
           ACCEPT ER-ANSWER.
           IF ER-ANSWER = SPACES
               MOVE "ANON" TO ER-TOKEN-PREFIX
               COMPUTE ER-TOKEN-NUMBER = ER-LAST-TOKEN + 1
               MOVE SPACES TO ER-TOKEN-TAIL
               SET ER-TOKEN-IS-NEW TO TRUE
               SET ER-TOKEN-OK TO TRUE
           ELSE
           IF ER-ANSWER-PREFIX = "ANON" AND
              ER-ANSWER-NUMBER IS NUMERIC AND
              ER-ANSWER-TAIL = SPACES
               MOVE ER-ANSWER TO ER-TO-NAME
               IF ER-TOKEN-NUMBER > 0 AND
                  ER-TOKEN-NUMBER NOT > ER-LAST-TOKEN
                   PERFORM ER-CHECK-RESUMABLE
                   IF ER-RESUME-OPEN
                       SET ER-TOKEN-OK TO TRUE
                   ELSE
                       DISPLAY ER-ANSWER " FINISHED COMPLETE - A NEW "
                           "ERASURE TAKES A NEW TOKEN."
                   END-IF
               ELSE
                   DISPLAY ER-ANSWER " HAS NOT BEEN ISSUED - LEAVE "
                       "THE TOKEN BLANK FOR A NEW ONE."
               END-IF
           ELSE
               DISPLAY "A TOKEN IS ANON FOLLOWED BY SIX DIGITS."
           END-IF
           END-IF.

       *> A TOKEN IS REUSED ONLY WHILE ITS LAST RUN ON THE
       *> CERTIFICATE STOPPED SHORT OR ENDED INCOMPLETE - ONE
       *> THAT FINISHED BELONGS TO THAT PLAYER ALONE.
       ER-CHECK-RESUMABLE.
           MOVE 'N' TO ER-RESUME-FLAG.
           MOVE 'N' TO ER-EOF-FLAG.
           OPEN INPUT ERASE-CERT-FILE.
           IF ERASE-CERT-STATUS = "00"
               PERFORM UNTIL ER-EOF
                   READ ERASE-CERT-FILE INTO ER-CERT-LINE
                       AT END
                           SET ER-EOF TO TRUE
                       NOT AT END
                           IF EC-TOKEN = ER-TO-NAME
                               EVALUATE TRUE
                                   WHEN EC-REC-TYPE = 'H'
                                       SET ER-RESUME-OPEN TO TRUE
                                   WHEN EC-REC-TYPE = 'T' AND
                                        EC-RESULT = "COMPLETE"
                                       MOVE 'N' TO ER-RESUME-FLAG
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ERASE-CERT-FILE
           END-IF.

       ER-LOAD-ERASE-CONTROL.
           MOVE "ERASECTL.DAT" TO SAFE-LIVE-NAME.
           MOVE "ERASECTL.BAK" TO SAFE-BAK-NAME.
           MOVE 'N' TO SAFE-VALID-FLAG.
           PERFORM SAFE-READ-CURRENT.
           IF SAFE-RECORD-FOUND
               MOVE SAFE-IMAGE TO ERASE-CONTROL-RECORD
               PERFORM ER-CHECK-CONTROL-VALID
           END-IF.
           IF NOT SAFE-RECORD-VALID
               PERFORM SAFE-READ-BACKUP
               IF SAFE-RECORD-FOUND
                   MOVE SAFE-IMAGE TO ERASE-CONTROL-RECORD
                   PERFORM ER-CHECK-CONTROL-VALID
                   IF SAFE-RECORD-VALID
                       DISPLAY "ERASECTL.DAT MISSING OR DAMAGED - "
                           "RECOVERED PREVIOUS GENERATION FROM "
                           "ERASECTL.BAK."
                   END-IF
               END-IF
           END-IF.
           IF NOT SAFE-RECORD-VALID
               *> FIRST ERASURE (OR BOTH GENERATIONS LOST): EVERY
               *> TOKEN EVER ISSUED IS ON THE CERTIFICATE, SO START
               *> ABOVE THE HIGHEST ONE THERE.
               PERFORM ER-SEED-FROM-CERTIFICATE
               MOVE ER-SEED-TOKEN TO ER-LAST-TOKEN
               MOVE SPACES TO ER-LAST-STAMP
           END-IF.

       ER-CHECK-CONTROL-VALID.
           IF ER-LAST-TOKEN IS NUMERIC
               SET SAFE-RECORD-VALID TO TRUE
           ELSE
               MOVE 'N' TO SAFE-VALID-FLAG
           END-IF.

       ER-SEED-FROM-CERTIFICATE.
           MOVE 0 TO ER-SEED-TOKEN.
           MOVE 'N' TO ER-EOF-FLAG.
           OPEN INPUT ERASE-CERT-FILE.
           IF ERASE-CERT-STATUS = "00"
               PERFORM UNTIL ER-EOF
                   READ ERASE-CERT-FILE INTO ER-CERT-LINE
                       AT END
                           SET ER-EOF TO TRUE
                       NOT AT END
                           MOVE EC-TOKEN TO ER-ANSWER
                           IF ER-ANSWER-PREFIX = "ANON" AND
                              ER-ANSWER-NUMBER IS NUMERIC AND
                              ER-ANSWER-NUMBER > ER-SEED-TOKEN
                               MOVE ER-ANSWER-NUMBER TO ER-SEED-TOKEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ERASE-CERT-FILE
           END-IF.

       ER-SAVE-ERASE-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ER-LAST-STAMP.
           MOVE "ERASECTL.DAT" TO SAFE-LIVE-NAME.
           MOVE "ERASECTL.NEW" TO SAFE-NEW-NAME.
           MOVE "ERASECTL.BAK" TO SAFE-BAK-NAME.
           MOVE SPACES TO SAFE-IMAGE.
           MOVE ERASE-CONTROL-RECORD TO SAFE-IMAGE.
           PERFORM SAFE-WRITE-RECORD.

       *> THE TOKEN IS ON DISK BEFORE ANY FILE IS TOUCHED, AND THE
       *> CERTIFICATE IS WRITTEN AS THE RUN GOES, SO A RUN THAT
       *> STOPS PART WAY LEAVES A RECORD OF WHAT IT HAD DONE.
       ER-EXECUTE-ERASURE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ER-RUN-STAMP.
           MOVE 0 TO ER-TOT-FILES.
           MOVE 0 TO ER-TOT-TOUCHED.
           MOVE 0 TO ER-TOT-REMOVED.
           MOVE 0 TO ER-TOT-FAILED.
           MOVE 0 TO ER-TOT-READ.
           MOVE 0 TO ER-TOT-CHANGED.
           MOVE 'N' TO ER-HALT-FLAG.
           PERFORM ER-FIND-NAME-LENGTH.
           OPEN EXTEND ERASE-CERT-FILE.
           IF ERASE-CERT-STATUS = "05" OR ERASE-CERT-STATUS = "35"
               CLOSE ERASE-CERT-FILE
               OPEN OUTPUT ERASE-CERT-FILE
           END-IF.
           IF ERASE-CERT-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN ERASECERT.DAT (STATUS "
                   ERASE-CERT-STATUS ") - ERASURE NOT STARTED."
           ELSE
               IF ER-TOKEN-IS-NEW
                   MOVE ER-TOKEN-NUMBER TO ER-LAST-TOKEN
                   PERFORM ER-SAVE-ERASE-CONTROL
                   IF NOT SAFE-WRITE-OK
                       SET ER-RUN-HALTED TO TRUE
                       DISPLAY "ERASECTL.DAT NOT SAVED - ERASURE NOT "
                           "STARTED, SO " ER-TO-NAME " CANNOT BE "
                           "ISSUED TWICE."
                   END-IF
               END-IF
               IF NOT ER-RUN-HALTED
                   DISPLAY "ERASING UNDER TOKEN " ER-TO-NAME
                       " - QUOTE IT TO FINISH THE RUN IF IT STOPS."
                   MOVE 'H' TO EC-REC-TYPE
                   MOVE SPACES TO EC-FILE-NAME
                   MOVE 0 TO EC-READ
                   MOVE 0 TO EC-CHANGED
                   MOVE "STARTED" TO EC-RESULT
                   PERFORM ER-PUT-CERT-LINE
                   PERFORM VARYING ER-FILE-IDX FROM 1 BY 1
                           UNTIL ER-FILE-IDX > ER-FILE-TOTAL
                       PERFORM ER-RUN-FILE-ENTRY
                   END-PERFORM
                   PERFORM ER-WRITE-CERT-TOTALS
                   PERFORM ER-DISPLAY-TOTALS
               END-IF
               CLOSE ERASE-CERT-FILE
           END-IF.

       *> LENGTH OF THE NAME WITHOUT ITS TRAILING SPACES, FOR THE
       *> SCAN OF THE REPORT FILES.
       ER-FIND-NAME-LENGTH.
           MOVE 12 TO ER-NAME-LEN.
           PERFORM UNTIL ER-NAME-LEN = 1 OR
                   ER-FROM-NAME(ER-NAME-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM ER-NAME-LEN
           END-PERFORM.
           COMPUTE ER-LAST-POS = 133 - ER-NAME-LEN.

       ER-RUN-FILE-ENTRY.
           MOVE ER-LIST-KIND(ER-FILE-IDX) TO ER-KIND.
           IF ER-KIND-ARCHIVES
               PERFORM ER-ERASE-ARCHIVES
           ELSE
               MOVE SPACES TO ER-IN-NAME
               MOVE ER-LIST-NAME(ER-FILE-IDX) TO ER-IN-NAME
               PERFORM ER-PROCESS-FILE
           END-IF.

       *> THE ARCHIVE RUN WRITES AT MOST ONE MLARCH FILE A DAY,
       *> NAMED FOR THE DAY - EVERY DAY FROM RB-ARCH-FLOOR IS
       *> TRIED, AS THE REBUILD DOES. ONLY THE ARCHIVES FOUND GO
       *> ON THE CERTIFICATE.
       ER-ERASE-ARCHIVES.
           COMPUTE ER-DAY-NUM = FUNCTION INTEGER-OF-DATE(RB-ARCH-FLOOR).
           MOVE FUNCTION CURRENT-DATE(1:8) TO ER-PROBE-DATE.
           COMPUTE ER-TODAY-NUM =
               FUNCTION INTEGER-OF-DATE(ER-PROBE-DATE).
           PERFORM UNTIL ER-DAY-NUM > ER-TODAY-NUM
               PERFORM ER-ERASE-ONE-ARCHIVE
               ADD 1 TO ER-DAY-NUM
           END-PERFORM.

       ER-ERASE-ONE-ARCHIVE.
           COMPUTE ER-PROBE-DATE = FUNCTION DATE-OF-INTEGER(ER-DAY-NUM).
           MOVE SPACES TO ER-IN-NAME.
           STRING "MLARCH" ER-PROBE-DATE ".DAT" DELIMITED BY SIZE
               INTO ER-IN-NAME.
           OPEN INPUT ERASE-IN-FILE.
           IF ERASE-IN-STATUS = "00"
               CLOSE ERASE-IN-FILE
               SET ER-KIND-MATCH TO TRUE
               PERFORM ER-PROCESS-FILE
           END-IF.

       *> ONE FILE, ER-IN-NAME, OF KIND ER-KIND. EVERY FILE GETS
       *> ITS CERTIFICATE LINE, WHATEVER BECAME OF IT.
       ER-PROCESS-FILE.
           MOVE 0 TO ER-READ-COUNT.
           MOVE 0 TO ER-CHANGED-COUNT.
           MOVE SPACES TO ER-RESULT.
           IF ER-RUN-HALTED
               MOVE "NOT REACHED" TO ER-RESULT
           ELSE
               EVALUATE TRUE
                   WHEN ER-KIND-KEYED
                       EVALUATE ER-IN-NAME
                           WHEN "PLAYERS.DAT"
                               PERFORM ER-ERASE-PLAYER-MASTER
                           WHEN "PLAYCAND.DAT"
                               PERFORM ER-ERASE-CANDIDATE
                           WHEN "CATLEDGER.DAT"
                               PERFORM ER-ERASE-CAT-LEDGER
                           WHEN "FIXTURES.DAT"
                               PERFORM ER-ERASE-FIXTURES
                           WHEN "MATCHIDX.DAT"
                               PERFORM ER-ERASE-MATCH-INDEX
                       END-EVALUATE
                   WHEN ER-KIND-REPORT
                       PERFORM ER-SCREEN-REPORT
                   WHEN OTHER
                       PERFORM ER-REWRITE-LINE-FILE
               END-EVALUATE
           END-IF.
           IF ER-RESULT = SPACES
               IF ER-CHANGED-COUNT > 0
                   MOVE "ANONYMISED" TO ER-RESULT
               ELSE
                   MOVE "NO CHANGE" TO ER-RESULT
               END-IF
           END-IF.
           PERFORM ER-WRITE-FILE-LINE.

       *> A LINE FILE IS COPIED TO ERASEWRK.DAT WITH THE NAME
       *> SWAPPED, THE COPY COUNTED AGAINST THE RECORDS READ, AND
       *> ONLY THEN COPIED BACK OVER THE LIVE FILE AND COUNTED
       *> AGAIN. A FILE WITHOUT THE NAME IS LEFT AS IT IS.
       ER-REWRITE-LINE-FILE.
           OPEN INPUT ERASE-IN-FILE.
           EVALUATE ERASE-IN-STATUS
               WHEN "00"
                   PERFORM ER-COPY-TO-WORK
               WHEN "35"
                   MOVE "NOT PRESENT" TO ER-RESULT
               WHEN OTHER
                   MOVE "FAILED" TO ER-RESULT
           END-EVALUATE.

       ER-COPY-TO-WORK.
           DELETE FILE ERASE-WORK-FILE.
           OPEN OUTPUT ERASE-WORK-FILE.
           IF ERASE-WORK-STATUS NOT = "00"
               CLOSE ERASE-IN-FILE
               DISPLAY "CANNOT OPEN ERASEWRK.DAT (STATUS "
                   ERASE-WORK-STATUS ") - " ER-IN-NAME " LEFT "
                   "UNTOUCHED."
               MOVE "FAILED" TO ER-RESULT
           ELSE
               MOVE 0 TO ER-WRITTEN-COUNT
               MOVE 'N' TO ER-EOF-FLAG
               PERFORM UNTIL ER-EOF
                   READ ERASE-IN-FILE
                       AT END
                           SET ER-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO ER-READ-COUNT
                           MOVE ERASE-IN-REC TO ER-LINE
                           PERFORM ER-ANONYMISE-LINE
                           WRITE ERASE-WORK-REC FROM ER-LINE
                           IF ERASE-WORK-STATUS = "00"
                               ADD 1 TO ER-WRITTEN-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ERASE-IN-FILE
               CLOSE ERASE-WORK-FILE
               IF ER-CHANGED-COUNT > 0
                   PERFORM ER-COUNT-WORK-FILE
                   IF ER-WRITTEN-COUNT = ER-READ-COUNT AND
                      ER-CHECK-COUNT = ER-READ-COUNT
                       PERFORM ER-COPY-BACK
                   ELSE
                       DISPLAY ER-IN-NAME " COUNTS CHECK FAILED - "
                           "LEFT UNTOUCHED."
                       MOVE "FAILED" TO ER-RESULT
                   END-IF
               END-IF
               IF NOT ER-RUN-HALTED
                   DELETE FILE ERASE-WORK-FILE
               END-IF
           END-IF.

       ER-COUNT-WORK-FILE.
           MOVE 0 TO ER-CHECK-COUNT.
           MOVE 'N' TO ER-EOF-FLAG.
           OPEN INPUT ERASE-WORK-FILE.
           PERFORM UNTIL ER-EOF
               READ ERASE-WORK-FILE
                   AT END
                       SET ER-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO ER-CHECK-COUNT
               END-READ
           END-PERFORM.
           CLOSE ERASE-WORK-FILE.

       *> IF THE LIVE FILE CANNOT BE PUT BACK WHOLE, THE RUN STOPS
       *> WITH THE ANONYMISED COPY STILL IN ERASEWRK.DAT.
       ER-COPY-BACK.
           MOVE 0 TO ER-WRITTEN-COUNT.
           MOVE 'N' TO ER-EOF-FLAG.
           OPEN INPUT ERASE-WORK-FILE.
           OPEN OUTPUT ERASE-IN-FILE.
           IF ERASE-IN-STATUS = "00"
               PERFORM UNTIL ER-EOF
                   READ ERASE-WORK-FILE
                       AT END
                           SET ER-EOF TO TRUE
                       NOT AT END
                           WRITE ERASE-IN-REC FROM ERASE-WORK-REC
                           IF ERASE-IN-STATUS = "00"
                               ADD 1 TO ER-WRITTEN-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ERASE-IN-FILE
           END-IF.
           CLOSE ERASE-WORK-FILE.
           PERFORM ER-COUNT-LIVE-FILE.
           IF ER-WRITTEN-COUNT = ER-READ-COUNT AND
              ER-CHECK-COUNT = ER-READ-COUNT
               MOVE "ANONYMISED" TO ER-RESULT
           ELSE
               MOVE "FAILED" TO ER-RESULT
               SET ER-RUN-HALTED TO TRUE
               DISPLAY ER-IN-NAME " COULD NOT BE REWRITTEN - ITS "
                   "ANONYMISED COPY IS KEPT IN ERASEWRK.DAT. RUN "
                   "STOPPED."
           END-IF.

       ER-COUNT-LIVE-FILE.
           MOVE 0 TO ER-CHECK-COUNT.
           MOVE 'N' TO ER-EOF-FLAG.
           OPEN INPUT ERASE-IN-FILE.
           IF ERASE-IN-STATUS = "00"
               PERFORM UNTIL ER-EOF
                   READ ERASE-IN-FILE
                       AT END
                           SET ER-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO ER-CHECK-COUNT
                   END-READ
               END-PERFORM
               CLOSE ERASE-IN-FILE
           END-IF.

       *> SWAPS THE NAME FOR THE TOKEN IN WHICHEVER FIELDS OF
       *> ER-LINE HOLD NAMES IN THIS KIND OF FILE.
       ER-ANONYMISE-LINE.
           MOVE 'N' TO ER-LINE-FLAG.
           EVALUATE TRUE
               WHEN ER-KIND-MATCH
                   IF ER-ML-X-NAME = ER-FROM-NAME
                       MOVE ER-TO-NAME TO ER-ML-X-NAME
                       SET ER-LINE-CHANGED TO TRUE
                   END-IF
                   IF ER-ML-O-NAME = ER-FROM-NAME
                       MOVE ER-TO-NAME TO ER-ML-O-NAME
                       SET ER-LINE-CHANGED TO TRUE
                   END-IF
               WHEN ER-KIND-ADJUST
                   IF ER-AJ-DATE IS NUMERIC AND
                      ER-AJ-NAME = ER-FROM-NAME
                       MOVE ER-TO-NAME TO ER-AJ-NAME
                       SET ER-LINE-CHANGED TO TRUE
                   END-IF
               WHEN ER-KIND-EXTRACT
                   IF ER-EX-NUMBER IS NUMERIC AND ER-EX-COMMA = ","
                       IF ER-EX-X-NAME = ER-FROM-NAME
                           MOVE ER-TO-NAME TO ER-EX-X-NAME
                           SET ER-LINE-CHANGED TO TRUE
                       END-IF
                       IF ER-EX-O-NAME = ER-FROM-NAME
                           MOVE ER-TO-NAME TO ER-EX-O-NAME
                           SET ER-LINE-CHANGED TO TRUE
                       END-IF
                   END-IF
               WHEN ER-KIND-LEAD-NAME
                   IF ER-LEAD-NAME = ER-FROM-NAME
                       MOVE ER-TO-NAME TO ER-LEAD-NAME
                       SET ER-LINE-CHANGED TO TRUE
                   END-IF
               WHEN ER-KIND-HISTORY
                   IF ER-SH-NAME = ER-FROM-NAME
                       MOVE ER-TO-NAME TO ER-SH-NAME
                       SET ER-LINE-CHANGED TO TRUE
                   END-IF
               WHEN ER-KIND-FAIRPLAY
                   IF ER-FE-NAME = ER-FROM-NAME
                       MOVE ER-TO-NAME TO ER-FE-NAME
                       SET ER-LINE-CHANGED TO TRUE
                   END-IF
               WHEN ER-KIND-EXPORT
                   IF ER-PX-TAG = "M "
                       IF ER-PX-X-NAME = ER-FROM-NAME
                           MOVE ER-TO-NAME TO ER-PX-X-NAME
                           SET ER-LINE-CHANGED TO TRUE
                       END-IF
                       IF ER-PX-O-NAME = ER-FROM-NAME
                           MOVE ER-TO-NAME TO ER-PX-O-NAME
                           SET ER-LINE-CHANGED TO TRUE
                       END-IF
                   END-IF
               WHEN ER-KIND-SAVE
                   IF ER-SG-X-NAME = ER-FROM-NAME
                       MOVE ER-TO-NAME TO ER-SG-X-NAME
                       SET ER-LINE-CHANGED TO TRUE
                   END-IF
                   IF ER-SG-O-NAME = ER-FROM-NAME
                       MOVE ER-TO-NAME TO ER-SG-O-NAME
                       SET ER-LINE-CHANGED TO TRUE
                   END-IF
           END-EVALUATE.
           IF ER-LINE-CHANGED
               ADD 1 TO ER-CHANGED-COUNT
           END-IF.

       *> REPORTS ARE RERUN, NOT EDITED - THEIR COLUMNS WOULD NOT
       *> SURVIVE A NAME OF ANOTHER LENGTH. ONE THAT MENTIONS THE
       *> NAME AS A WHOLE WORD IS REMOVED; CHANGED = LINES NAMING
       *> THE PLAYER.
       ER-SCREEN-REPORT.
           OPEN INPUT ERASE-IN-FILE.
           EVALUATE ERASE-IN-STATUS
               WHEN "00"
                   MOVE 'N' TO ER-EOF-FLAG
                   PERFORM UNTIL ER-EOF
                       READ ERASE-IN-FILE
                           AT END
                               SET ER-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO ER-READ-COUNT
                               MOVE ERASE-IN-REC TO ER-LINE
                               PERFORM ER-SCAN-REPORT-LINE
                               IF ER-NAME-HIT
                                   ADD 1 TO ER-CHANGED-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ERASE-IN-FILE
                   IF ER-CHANGED-COUNT > 0
                       DELETE FILE ERASE-IN-FILE
                       IF ERASE-IN-STATUS = "00"
                           MOVE "REMOVED" TO ER-RESULT
                       ELSE
                           MOVE "FAILED" TO ER-RESULT
                       END-IF
                   END-IF
               WHEN "35"
                   MOVE "NOT PRESENT" TO ER-RESULT
               WHEN OTHER
                   MOVE "FAILED" TO ER-RESULT
           END-EVALUATE.

       ER-SCAN-REPORT-LINE.
           MOVE 'N' TO ER-HIT-FLAG.
           PERFORM VARYING ER-POS FROM 1 BY 1
                   UNTIL ER-POS > ER-LAST-POS OR ER-NAME-HIT
               IF ER-LINE(ER-POS:ER-NAME-LEN) =
                  ER-FROM-NAME(1:ER-NAME-LEN)
                   PERFORM ER-CHECK-WORD-BOUNDS
               END-IF
           END-PERFORM.

       *> "AL" IN "TOTAL" IS NOT THE PLAYER AL.
       ER-CHECK-WORD-BOUNDS.
           SET ER-NAME-HIT TO TRUE.
           IF ER-POS > 1
               MOVE ER-LINE(ER-POS - 1:1) TO ER-EDGE-CHAR
               PERFORM ER-CHECK-EDGE
           END-IF.
           IF ER-POS < ER-LAST-POS
               MOVE ER-LINE(ER-POS + ER-NAME-LEN:1) TO ER-EDGE-CHAR
               PERFORM ER-CHECK-EDGE
           END-IF.

       ER-CHECK-EDGE.
           IF ER-EDGE-CHAR NOT = SPACE AND
              (ER-EDGE-CHAR IS ALPHABETIC OR ER-EDGE-CHAR IS NUMERIC)
               MOVE 'N' TO ER-HIT-FLAG
           END-IF.

       *> THE MASTER IS KEYED ON THE NAME: AS IN A MAINTENANCE
       *> RENAME, THE RECORD GOES IN UNDER THE TOKEN BEFORE THE
       *> OLD ONE IS DELETED. A LINE-FORMAT PLAYERS.DAT NOT YET
       *> CONVERTED IS DONE AS A LINE FILE.
       ER-ERASE-PLAYER-MASTER.
           OPEN I-O PLAYER-FILE.
           EVALUATE PLAYER-FILE-STATUS
               WHEN "00"
                   MOVE ER-FROM-NAME TO PF-PLAYER-NAME
                   READ PLAYER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO ER-READ-COUNT
                           PERFORM ER-RENAME-MASTER-RECORD
                   END-READ
                   CLOSE PLAYER-FILE
               WHEN "35"
                   PERFORM PM-CHECK-OLD-FORMAT
                   IF PM-OLD-FORMAT
                       SET ER-KIND-LEAD-NAME TO TRUE
                       PERFORM ER-REWRITE-LINE-FILE
                   ELSE
                       MOVE "NOT PRESENT" TO ER-RESULT
                   END-IF
               WHEN OTHER
                   MOVE "FAILED" TO ER-RESULT
           END-EVALUATE.

       *> A RECORD ALREADY UNDER THE TOKEN WITH THE SAME FIGURES
       *> IS THE ONE AN UNFINISHED RUN WROTE - ONLY THE OLD ONE IS
       *> STILL TO GO.
       ER-RENAME-MASTER-RECORD.
           MOVE PLAYER-RECORD TO ER-HOLD-PLAYER.
           MOVE ER-TO-NAME TO PF-PLAYER-NAME.
           WRITE PLAYER-RECORD
               INVALID KEY
                   READ PLAYER-FILE
                       INVALID KEY
                           MOVE "FAILED" TO ER-RESULT
                       NOT INVALID KEY
                           IF PLAYER-RECORD(13:22) =
                              ER-HOLD-PLAYER(13:22)
                               PERFORM ER-DROP-MASTER-RECORD
                           ELSE
                               DISPLAY "PLAYERS.DAT ALREADY HOLDS A "
                                   "DIFFERENT " ER-TO-NAME " - "
                                   ER-FROM-NAME " LEFT IN PLACE."
                               MOVE "FAILED" TO ER-RESULT
                           END-IF
                   END-READ
               NOT INVALID KEY
                   PERFORM ER-DROP-MASTER-RECORD
           END-WRITE.

       ER-DROP-MASTER-RECORD.
           MOVE ER-FROM-NAME TO PF-PLAYER-NAME.
           DELETE PLAYER-FILE RECORD
               INVALID KEY
                   DISPLAY "PLAYERS.DAT DELETE FAILED (STATUS "
                       PLAYER-FILE-STATUS ") FOR " ER-FROM-NAME "."
                   MOVE "FAILED" TO ER-RESULT
               NOT INVALID KEY
                   ADD 1 TO ER-CHANGED-COUNT
           END-DELETE.

       *> PLAYCAND.DAT IS ONLY THE LAST REBUILD'S CANDIDATE - LIKE
       *> A REPORT, IT IS REMOVED RATHER THAN EDITED.
       ER-ERASE-CANDIDATE.
           OPEN INPUT PLAYER-CAND-FILE.
           EVALUATE PLAYER-CAND-STATUS
               WHEN "00"
                   MOVE 'N' TO ER-HIT-FLAG
                   MOVE ER-FROM-NAME TO PC-PLAYER-NAME
                   READ PLAYER-CAND-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO ER-READ-COUNT
                           SET ER-NAME-HIT TO TRUE
                   END-READ
                   CLOSE PLAYER-CAND-FILE
                   IF ER-NAME-HIT
                       MOVE 1 TO ER-CHANGED-COUNT
                       DELETE FILE PLAYER-CAND-FILE
                       IF PLAYER-CAND-STATUS = "00"
                           MOVE "REMOVED" TO ER-RESULT
                       ELSE
                           MOVE "FAILED" TO ER-RESULT
                       END-IF
                   END-IF
               WHEN "35"
                   MOVE "NOT PRESENT" TO ER-RESULT
               WHEN OTHER
                   MOVE "FAILED" TO ER-RESULT
           END-EVALUATE.

       ER-ERASE-CAT-LEDGER.
           OPEN I-O CAT-LEDGER-FILE.
           EVALUATE CAT-LEDGER-STATUS
               WHEN "00"
                   MOVE ER-FROM-NAME TO CL-FROM-NAME
                   MOVE ER-TO-NAME TO CL-TO-NAME
                   PERFORM VARYING CL-LEVEL-IDX FROM 1 BY 1
                           UNTIL CL-LEVEL-IDX > 3
                       MOVE CL-FROM-NAME TO CL-PLAYER-NAME
                       MOVE CL-LEVEL-CODES(CL-LEVEL-IDX:1)
                           TO CL-DIFFICULTY
                       READ CAT-LEDGER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO ER-READ-COUNT
                               PERFORM CL-TRANSFER-ENTRY
                               IF CL-MOVE-OK
                                   ADD 1 TO ER-CHANGED-COUNT
                               ELSE
                                   MOVE "FAILED" TO ER-RESULT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CAT-LEDGER-FILE
               WHEN "35"
                   MOVE "NOT PRESENT" TO ER-RESULT
               WHEN OTHER
                   MOVE "FAILED" TO ER-RESULT
           END-EVALUATE.

       *> EVERY SEASON, OPEN OR CLOSED - UNLIKE A MAINTENANCE
       *> RENAME, WHICH ONLY FOLLOWS THE PLAYER INTO THE OPEN ONE.
       ER-ERASE-FIXTURES.
           OPEN I-O FIXTURE-FILE.
           EVALUATE FIXTURE-FILE-STATUS
               WHEN "00"
                   MOVE ER-FROM-NAME TO MT-FROM-NAME
                   MOVE ER-TO-NAME TO MT-TO-NAME
                   MOVE 0 TO SN-CHANGED
                   MOVE 0 TO ER-WRITTEN-COUNT
                   MOVE 'N' TO ER-EOF-FLAG
                   MOVE LOW-VALUES TO FX-FIXTURE-KEY
                   START FIXTURE-FILE KEY >= FX-FIXTURE-KEY
                       INVALID KEY
                           SET ER-EOF TO TRUE
                   END-START
                   PERFORM UNTIL ER-EOF
                       READ FIXTURE-FILE NEXT
                           AT END
                               SET ER-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO ER-READ-COUNT
                               IF FX-PLAYER-X = MT-FROM-NAME OR
                                  FX-PLAYER-O = MT-FROM-NAME
                                   ADD 1 TO ER-WRITTEN-COUNT
                                   PERFORM SN-RENAME-IN-FIXTURE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FIXTURE-FILE
                   MOVE SN-CHANGED TO ER-CHANGED-COUNT
                   IF SN-CHANGED < ER-WRITTEN-COUNT
                       MOVE "FAILED" TO ER-RESULT
                   END-IF
               WHEN "35"
                   MOVE "NOT PRESENT" TO ER-RESULT
               WHEN OTHER
                   MOVE "FAILED" TO ER-RESULT
           END-EVALUATE.

       *> MATCHIDX.DAT IS A DERIVED COPY OF MATCHLOG.DAT, WHICH IS
       *> ALREADY DONE BY NOW. IF IT CANNOT BE UPDATED IN PLACE IT
       *> IS DROPPED, TO BE REBUILT FROM THE LOG ON NEXT USE,
       *> RATHER THAN LEFT HOLDING THE NAME.
       ER-ERASE-MATCH-INDEX.
           OPEN I-O MATCH-IDX-FILE.
           EVALUATE MATCH-IDX-STATUS
               WHEN "00"
                   MOVE 'N' TO ER-EOF-FLAG
                   MOVE LOW-VALUES TO MX-IDX-KEY
                   START MATCH-IDX-FILE KEY >= MX-IDX-KEY
                       INVALID KEY
                           SET ER-EOF TO TRUE
                   END-START
                   PERFORM UNTIL ER-EOF
                       READ MATCH-IDX-FILE NEXT
                           AT END
                               SET ER-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO ER-READ-COUNT
                               PERFORM ER-ANONYMISE-INDEX-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE MATCH-IDX-FILE
                   IF ER-RESULT-FAILED
                       PERFORM ER-DROP-MATCH-INDEX
                   END-IF
               WHEN "35"
                   MOVE "NOT PRESENT" TO ER-RESULT
               WHEN OTHER
                   PERFORM ER-DROP-MATCH-INDEX
           END-EVALUATE.

       ER-ANONYMISE-INDEX-ENTRY.
           MOVE 'N' TO ER-LINE-FLAG.
           IF MX-PLAYER-X-NAME = ER-FROM-NAME
               MOVE ER-TO-NAME TO MX-PLAYER-X-NAME
               SET ER-LINE-CHANGED TO TRUE
           END-IF.
           IF MX-PLAYER-O-NAME = ER-FROM-NAME
               MOVE ER-TO-NAME TO MX-PLAYER-O-NAME
               SET ER-LINE-CHANGED TO TRUE
           END-IF.
           IF ER-LINE-CHANGED
               REWRITE MATCH-IDX-RECORD
                   INVALID KEY
                       MOVE "FAILED" TO ER-RESULT
                   NOT INVALID KEY
                       ADD 1 TO ER-CHANGED-COUNT
               END-REWRITE
           END-IF.

       ER-DROP-MATCH-INDEX.
           DELETE FILE MATCH-IDX-FILE.
           IF MATCH-IDX-STATUS = "00"
               MOVE "REMOVED" TO ER-RESULT
           ELSE
               MOVE "FAILED" TO ER-RESULT
           END-IF.

       ER-WRITE-FILE-LINE.
           MOVE 'F' TO EC-REC-TYPE.
           MOVE ER-IN-NAME TO EC-FILE-NAME.
           MOVE ER-READ-COUNT TO EC-READ.
           MOVE ER-CHANGED-COUNT TO EC-CHANGED.
           MOVE ER-RESULT TO EC-RESULT.
           PERFORM ER-PUT-CERT-LINE.
           IF NOT ER-RESULT-ABSENT
               ADD 1 TO ER-TOT-FILES
           END-IF.
           IF ER-CHANGED-COUNT > 0
               ADD 1 TO ER-TOT-TOUCHED
           END-IF.
           IF ER-RESULT-REMOVED
               ADD 1 TO ER-TOT-REMOVED
           END-IF.
           IF ER-RESULT-FAILED
               ADD 1 TO ER-TOT-FAILED
           END-IF.
           ADD ER-READ-COUNT TO ER-TOT-READ.
           ADD ER-CHANGED-COUNT TO ER-TOT-CHANGED.
           MOVE ER-READ-COUNT TO ER-READ-ED.
           MOVE ER-CHANGED-COUNT TO ER-CHANGED-ED.
           DISPLAY "  " EC-FILE-NAME " READ " ER-READ-ED
               "  CHANGED " ER-CHANGED-ED "  " ER-RESULT.

       ER-PUT-CERT-LINE.
           MOVE ER-RUN-STAMP TO EC-RUN-STAMP.
           MOVE ER-TO-NAME TO EC-TOKEN.
           WRITE ERASE-CERT-REC FROM ER-CERT-LINE.

       ER-WRITE-CERT-TOTALS.
           MOVE 'T' TO EC-REC-TYPE.
           MOVE SPACES TO EC-FILE-NAME.
           STRING "FILES CHANGED " ER-TOT-TOUCHED
               DELIMITED BY SIZE INTO EC-FILE-NAME.
           MOVE ER-TOT-READ TO EC-READ.
           MOVE ER-TOT-CHANGED TO EC-CHANGED.
           IF ER-TOT-FAILED = 0
               MOVE "COMPLETE" TO EC-RESULT
           ELSE
               MOVE "INCOMPLETE" TO EC-RESULT
           END-IF.
           PERFORM ER-PUT-CERT-LINE.

       ER-DISPLAY-TOTALS.
           MOVE ER-TOT-FILES TO ER-FILES-ED.
           DISPLAY "FILES EXAMINED:  " ER-FILES-ED.
           MOVE ER-TOT-TOUCHED TO ER-FILES-ED.
           DISPLAY "FILES CHANGED:   " ER-FILES-ED.
           MOVE ER-TOT-CHANGED TO ER-CHANGED-ED.
           DISPLAY "RECORDS CHANGED: " ER-CHANGED-ED.
           IF ER-TOT-REMOVED > 0
               MOVE ER-TOT-REMOVED TO ER-FILES-ED
               DISPLAY ER-FILES-ED " REPORT FILE(S) REMOVED - RERUN "
                   "THOSE REPORTS TO REPLACE THEM."
           END-IF.
           IF ER-TOT-FAILED = 0
               DISPLAY "ERASURE COMPLETE - CERTIFICATE APPENDED TO "
                   "ERASECERT.DAT."
           ELSE
               MOVE ER-TOT-FAILED TO ER-FILES-ED
               DISPLAY "ERASURE INCOMPLETE - " ER-FILES-ED " FILE(S) "
                   "NOT DONE. RERUN WITH TOKEN " ER-TO-NAME
               DISPLAY "ONCE THEY ARE AVAILABLE. SEE ERASECERT.DAT."
           END-IF.

       *> ---------------------------------------------------
       *> BATCH MODE - UNATTENDED REGRESSION RUNS
       RUN-BATCH-MODE.
           MOVE 3 TO BOARD-SIZE.
           MOVE 3 TO WIN-LENGTH.
           MOVE 'S' TO RULE-SET.
           SET DIFFICULTY-EASY TO TRUE.
           MOVE 'BATCH' TO PLAYER-X-NAME.
           MOVE 'TIC TAC CAT' TO PLAYER-O-NAME.
           MOVE CK-BUDGET-SECS TO SG-CLOCK-BUDGET.
           MOVE CK-X-USED-SECS TO SG-X-USED-SECS.
           MOVE CK-O-USED-SECS TO SG-O-USED-SECS.
           MOVE RULE-SET TO SG-RULE-SET.

           MOVE "SAVEGAME.DAT" TO SAFE-LIVE-NAME.
           MOVE "SAVEGAME.NEW" TO SAFE-NEW-NAME.
       APPLY-SAVED-MATCH-STATE.
           MOVE SG-BOARD-SIZE TO BOARD-SIZE.
           MOVE SG-WIN-LENGTH TO WIN-LENGTH.
           IF SG-RULE-SET = 'M' OR SG-RULE-SET = 'R'
               MOVE SG-RULE-SET TO RULE-SET
           ELSE
               MOVE 'S' TO RULE-SET
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > BOARD-SIZE
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > BOARD-SIZE
                   COMPUTE FLAT-IDX = (I - 1) * 5 + J
