001700*    MAINTENANCE HISTORY.                                       *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    2026-08-22 DRO   INITIAL VERSION.                           *
001910*    2026-10-15 DRO   WRITES ITS ROW TO THE BATCH STATISTICS     *
001920*                     FILE (BATSTAT) AS IT ENDS, FOR THE MORNING *
001930*                     OPERATIONS SUMMARY (BATSUMM).              *
002000*****************************************************************
002100
002200 ENVIRONMENT DIVISION.
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-RVW-RPT-STATUS.
004000
004010     SELECT BAT-STAT-FILE   ASSIGN TO "BATSTAT"
004020         ORGANIZATION IS SEQUENTIAL
004030         FILE STATUS IS WS-BAT-STAT-STATUS.
004040
004100 DATA DIVISION.
004200 FILE SECTION.
004300
005700     RECORDING MODE IS F.
005800 01  RVW-RPT-LINE               PIC X(80).
005900
005910 FD  BAT-STAT-FILE
005920     RECORDING MODE IS F.
005930 COPY BATSTAT.
005940
006000 WORKING-STORAGE SECTION.
006100 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
006200 01  WS-EXCP-PREV-STATUS        PIC XX     VALUE ZEROES.
006300 01  WS-RVW-RPT-STATUS          PIC XX     VALUE ZEROES.
006310 01  WS-BAT-STAT-STATUS         PIC XX     VALUE ZEROES.
006320 01  WS-LOG-TIME                PIC 9(08).
006400
006500 01  WS-SWITCHES.
006600     05  WS-MORE-RECORDS        PIC X      VALUE 'Y'.
009700     05  WS-PDX                 PIC 9(03)  VALUE ZEROES.
009800     05  WS-PRIOR-CT            PIC 9(05)  VALUE ZEROES.
009900     05  WS-ERROR-LISTED        PIC 9(05)  VALUE ZEROES.
009910     05  WS-LOG-READ            PIC 9(07)  VALUE ZEROES.
009920     05  WS-TODAY-READ          PIC 9(07)  VALUE ZEROES.
010000
010100 01  RPT-TITLE-LINE.
010200     05  FILLER  PIC X(40) VALUE
016300     PERFORM 3500-LIST-ERRORS THRU 3500-EXIT.
016400     PERFORM 4000-SAVE-SNAPSHOT THRU 4000-EXIT.
016500     PERFORM 9000-CLOSE-UP THRU 9000-EXIT.
016510     PERFORM 8950-WRITE-BATCH-STATS THRU 8950-EXIT.
016600     STOP RUN.
016700
016800 1000-INITIALIZE.
022400     EXIT.
022500
022600 2100-TALLY-ENTRY.
022610     ADD 1 TO WS-LOG-READ.
022700     IF EXCP-LOG-DATE = WS-RUN-DATE
022710         ADD 1 TO WS-TODAY-READ
022800         PERFORM 2200-FIND-OR-ADD-ENTRY THRU 2200-EXIT
022900         IF WS-ENTRY-FOUND
023000             ADD 1 TO ST-COUNT (WS-IDX)
036100 4100-EXIT.
036200     EXIT.
036300
036301*    ONE ROW ON THE SHARED BATCH STATISTICS FILE FOR THE
036302*    MORNING OPERATIONS SUMMARY (BATSUMM).  A FILE THAT WILL NOT
036303*    OPEN COSTS THE ROW, NEVER THE STEP.
036304 8950-WRITE-BATCH-STATS.
036305     OPEN EXTEND BAT-STAT-FILE.
036306     IF WS-BAT-STAT-STATUS = '05' OR '35'
036307         OPEN OUTPUT BAT-STAT-FILE
036308     END-IF.
036309     IF WS-BAT-STAT-STATUS NOT = '00'
036310         DISPLAY "BATCH STATISTICS NOT WRITTEN - STATUS: "
036311             WS-BAT-STAT-STATUS
036312         GO TO 8950-EXIT
036313     END-IF.
036314     MOVE SPACES TO BATCH-STAT-RECORD.
036315     MOVE "EXCPRVW" TO BST-STEP-NAME.
036316     MOVE WS-RUN-DATE TO BST-RUN-DATE.
036317     ACCEPT WS-LOG-TIME FROM TIME.
036318     MOVE WS-LOG-TIME (1:6) TO BST-TIME.
036319     MOVE RETURN-CODE TO BST-RETURN-CODE.
036320     MOVE ZEROES TO BST-RECS-READ.
036321     MOVE ZEROES TO BST-RECS-WRITTEN.
036322     MOVE ZEROES TO BST-RECS-REJECTED.
036323     MOVE ZEROES TO BST-CONTROL-COUNT.
036324     MOVE ZEROES TO BST-AMOUNT-1.
036325     MOVE ZEROES TO BST-AMOUNT-2.
036326     MOVE WS-LOG-READ TO BST-RECS-READ.
036327     MOVE WS-SUM-COUNT TO BST-RECS-WRITTEN.
036328     MOVE WS-TODAY-READ TO BST-CONTROL-COUNT.
036329     WRITE BATCH-STAT-RECORD.
036330     CLOSE BAT-STAT-FILE.
036331 8950-EXIT.
036332     EXIT.
036333
036400 9000-CLOSE-UP.
036500     CLOSE EXCP-LOG-FILE.
036600     CLOSE RVW-RPT-FILE.
