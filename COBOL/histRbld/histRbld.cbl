000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HISTRBLD.
000300 AUTHOR.        D. OKAFOR - SYSTEMS PROGRAMMING.
000400 INSTALLATION.  MISKOLCZI PETS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    RECEIPT INDEX REBUILD.  SALEARCH KEEPS THE SALEHIDX        *
000900*    RECEIPT INDEX IN STEP WITH THE SALEHIST ARCHIVE AS IT      *
001000*    ARCHIVES EACH NIGHT; THIS UTILITY THROWS THE INDEX AWAY    *
001100*    AND REGENERATES IT FROM EVERY ROW ON THE ARCHIVE.  RUN IT  *
001200*    ONCE TO LOAD THE INDEX FOR THE FIRST TIME, AND AGAIN       *
001300*    WHENEVER SALEARCH LOGS THAT THE INDEX IS UNAVAILABLE OR    *
001400*    OUT OF STEP (ARC004/ARC005).  A ROW WHOSE KEY IS ALREADY   *
001500*    ON THE INDEX - THE SAME RECEIPT LINE ARCHIVED TWICE BY A   *
001600*    RE-RUN AFTER AN ABANDONED CUT-OFF - REPLACES THE EARLIER   *
001700*    ONE, THE SAME RULE SALEARCH FOLLOWS.  THE ROWS READ MUST   *
001800*    EQUAL THE ROWS LOADED PLUS THE ROWS REPLACED OR THE STEP   *
001900*    ENDS WITH RETURN CODE 8.                                   *
002000*-----------------------------------------------------------------
002100*    MAINTENANCE HISTORY.                                       *
002200*    DATE       INIT  DESCRIPTION                                *
002300*    2026-10-15 DRO   INITIAL VERSION.                           *
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.   IBM-370.
002900 OBJECT-COMPUTER.   IBM-370.
003000
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT SALE-HIST-FILE  ASSIGN TO "SALEHIST"
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-SALE-HIST-STATUS.
003600
003700     SELECT SALE-HIDX-FILE  ASSIGN TO "SALEHIDX"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS HIX-KEY
004100         ALTERNATE RECORD KEY IS HIX-CUSTOMER-KEY
004200             WITH DUPLICATES
004300         ALTERNATE RECORD KEY IS HIX-ORIG-RECEIPT-NO
004400             WITH DUPLICATES
004500         FILE STATUS IS WS-SALE-HIDX-STATUS.
004600
004700     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-EXCP-LOG-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300
005400 FD  SALE-HIST-FILE
005500     RECORDING MODE IS F.
005600 COPY SALESTXN REPLACING LEADING ==STX== BY ==HST==
005700     ==SALES-TXN-RECORD== BY ==SALE-HIST-RECORD==.
005800
005900 FD  SALE-HIDX-FILE.
006000 COPY SALEHIDX.
006100
006200 FD  EXCP-LOG-FILE
006300     RECORDING MODE IS F.
006400 COPY EXCPLOG.
006500
006600 WORKING-STORAGE SECTION.
006700 01  WS-SALE-HIST-STATUS        PIC XX     VALUE ZEROES.
006800 01  WS-SALE-HIDX-STATUS        PIC XX     VALUE ZEROES.
006900 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
007000 01  WS-LOG-TIME                PIC 9(08).
007100
007200 01  WS-SWITCHES.
007300     05  WS-MORE-RECORDS        PIC X      VALUE 'Y'.
007400         88  MORE-RECORDS                  VALUE 'Y'.
007500         88  NO-MORE-RECORDS               VALUE 'N'.
007600
007700 01  WS-RUN-DATE.
007800     05  WS-RUN-YEAR            PIC 9(02).
007900     05  WS-RUN-MONTH           PIC 9(02).
008000     05  WS-RUN-DAY             PIC 9(02).
008100
008200 01  WS-COUNTS.
008300     05  WS-HIST-READ           PIC 9(09)  VALUE ZEROES.
008400     05  WS-LOADED              PIC 9(09)  VALUE ZEROES.
008500     05  WS-REPLACED            PIC 9(09)  VALUE ZEROES.
008600     05  WS-LOAD-FAILED         PIC 9(09)  VALUE ZEROES.
008700     05  WS-ACCOUNTED           PIC 9(09)  VALUE ZEROES.
008800
008900*    A ROW ARCHIVED BEFORE THE REGISTER ID WAS CAPTURED IS
009000*    INDEXED UNDER THE REGISTER WHOSE RECEIPT RANGE IT FALLS IN.
009100 01  WS-RCPT-RANGE-SIZE         PIC 9(06)  VALUE 200000.
009200 01  WS-HIX-REG-NUM             PIC 9(01)  VALUE ZEROES.
009300
009400 PROCEDURE DIVISION.
009500 0100-START.
009600     DISPLAY "*** MISKOLCZI PETS RECEIPT INDEX REBUILD ***".
009700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009800     MOVE 'Y' TO WS-MORE-RECORDS.
009900     PERFORM 2000-LOAD-ONE-ROW THRU 2000-EXIT
010000         UNTIL NO-MORE-RECORDS.
010100     CLOSE SALE-HIST-FILE.
010200     CLOSE SALE-HIDX-FILE.
010300     PERFORM 3000-VERIFY-COUNTS THRU 3000-EXIT.
010400     STOP RUN.
010500
010600*    THE INDEX IS OPENED OUTPUT FIRST SO EVERY RUN STARTS FROM
010700*    AN EMPTY FILE, THEN REOPENED I-O SO A REPEATED KEY CAN BE
010800*    REWRITTEN.
010900 1000-INITIALIZE.
011000     ACCEPT WS-RUN-DATE FROM DATE.
011100     OPEN INPUT SALE-HIST-FILE.
011200     IF WS-SALE-HIST-STATUS NOT = '00'
011300         DISPLAY "UNABLE TO OPEN SALE-HIST-FILE - STATUS: "
011400             WS-SALE-HIST-STATUS
011500         SET EXCP-SEV-ERROR TO TRUE
011600         MOVE "HRB001" TO EXCP-LOG-CODE
011700         MOVE "Unable to open SALE-HIST-FILE for index rebuild."
011800             TO EXCP-LOG-MESSAGE
011900         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
012000         MOVE 8 TO RETURN-CODE
012100         STOP RUN
012200     END-IF.
012300     OPEN OUTPUT SALE-HIDX-FILE.
012400     CLOSE SALE-HIDX-FILE.
012500     OPEN I-O SALE-HIDX-FILE.
012600     IF WS-SALE-HIDX-STATUS NOT = '00'
012700         DISPLAY "UNABLE TO OPEN SALE-HIDX-FILE - STATUS: "
012800             WS-SALE-HIDX-STATUS
012900         SET EXCP-SEV-ERROR TO TRUE
013000         MOVE "HRB002" TO EXCP-LOG-CODE
013100         MOVE "Unable to open SALE-HIDX-FILE for index rebuild."
013200             TO EXCP-LOG-MESSAGE
013300         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
013400         CLOSE SALE-HIST-FILE
013500         MOVE 8 TO RETURN-CODE
013600         STOP RUN
013700     END-IF.
013800 1000-EXIT.
013900     EXIT.
014000
014100 2000-LOAD-ONE-ROW.
014200     READ SALE-HIST-FILE
014300         AT END
014400             MOVE 'N' TO WS-MORE-RECORDS
014500             GO TO 2000-EXIT
014600     END-READ.
014700     ADD 1 TO WS-HIST-READ.
014800     MOVE HST-REGISTER-ID TO HIX-REGISTER-ID.
014900     IF HIX-REGISTER-ID = SPACES
015000         COMPUTE WS-HIX-REG-NUM =
015100             ((HST-RECEIPT-NO - 1) / WS-RCPT-RANGE-SIZE) + 1
015200         MOVE ZEROES TO HIX-REGISTER-ID
015300         MOVE WS-HIX-REG-NUM TO HIX-REGISTER-ID (2:1)
015400     END-IF.
015500     MOVE HST-RECEIPT-NO TO HIX-RECEIPT-NO.
015600     MOVE HST-LINE-NO TO HIX-LINE-NO.
015700     MOVE HST-CUSTOMER-KEY TO HIX-CUSTOMER-KEY.
015800     MOVE HST-ORIG-RECEIPT-NO TO HIX-ORIG-RECEIPT-NO.
015900     MOVE HST-RECORD-TYPE TO HIX-RECORD-TYPE.
016000     MOVE SALE-HIST-RECORD TO HIX-TXN-IMAGE.
016100     WRITE SALE-HIDX-RECORD
016200         INVALID KEY
016300             REWRITE SALE-HIDX-RECORD
016400                 INVALID KEY
016500                     ADD 1 TO WS-LOAD-FAILED
016600                 NOT INVALID KEY
016700                     ADD 1 TO WS-REPLACED
016800             END-REWRITE
016900         NOT INVALID KEY
017000             ADD 1 TO WS-LOADED
017100     END-WRITE.
017200 2000-EXIT.
017300     EXIT.
017400
017500 3000-VERIFY-COUNTS.
017600     COMPUTE WS-ACCOUNTED = WS-LOADED + WS-REPLACED.
017700     DISPLAY "ARCHIVE ROWS READ:     " WS-HIST-READ.
017800     DISPLAY "INDEX ROWS LOADED:     " WS-LOADED.
017900     DISPLAY "REPEATED KEYS REPLACED:" WS-REPLACED.
018000     IF WS-REPLACED > ZEROES
018100         SET EXCP-SEV-WARNING TO TRUE
018200         MOVE "HRB003" TO EXCP-LOG-CODE
018300         MOVE "Archive holds repeated receipt lines - last kept."
018400             TO EXCP-LOG-MESSAGE
018500         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
018600     END-IF.
018700     IF WS-ACCOUNTED NOT = WS-HIST-READ
018800         DISPLAY "INDEX COUNT DOES NOT BALANCE - "
018900             WS-LOAD-FAILED " ROW(S) NOT LOADED."
019000         SET EXCP-SEV-ERROR TO TRUE
019100         MOVE "HRB004" TO EXCP-LOG-CODE
019200         MOVE "Receipt index rebuild count mismatch."
019300             TO EXCP-LOG-MESSAGE
019400         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
019500         MOVE 8 TO RETURN-CODE
019600     END-IF.
019700 3000-EXIT.
019800     EXIT.
019900
020000 8900-LOG-EXCEPTION.
020100     MOVE WS-RUN-YEAR        TO EXCP-LOG-YEAR.
020200     MOVE WS-RUN-MONTH       TO EXCP-LOG-MONTH.
020300     MOVE WS-RUN-DAY         TO EXCP-LOG-DAY.
020400     ACCEPT WS-LOG-TIME FROM TIME.
020500     MOVE WS-LOG-TIME (1:6)  TO EXCP-LOG-TIME.
020600     MOVE "HISTRBLD"         TO EXCP-LOG-PROGRAM.
020700     OPEN EXTEND EXCP-LOG-FILE.
020800     IF WS-EXCP-LOG-STATUS NOT = '00'
020900         OPEN OUTPUT EXCP-LOG-FILE
021000     END-IF.
021100     WRITE EXCP-LOG-RECORD.
021200     CLOSE EXCP-LOG-FILE.
021300 8900-EXIT.
021400     EXIT.
021500
021600 END PROGRAM HISTRBLD.
