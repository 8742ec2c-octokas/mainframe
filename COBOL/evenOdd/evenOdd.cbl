003900*                     WITH ITS OWN COUNT/MIN/MAX SUMMARY LIKE    *
004000*                     THE RANGE REPORT.  INACTIVE CUSTOMERS ARE  *
004100*                     LEFT OFF THE CALLBACK LISTS.               *
004101*    2026-10-15 DRO   WRITES ITS ROW TO THE BATCH STATISTICS     *
004102*                     FILE (BATSTAT) AS IT ENDS, FOR THE MORNING *
004103*                     OPERATIONS SUMMARY (BATSUMM).              *
004104*    2026-10-15 DRO   CALLBACK MODE NOW READS THE CALLENT        *
004105*                     RESULTS (CALLRSLT): A CUSTOMER WHOSE       *
004106*                     LATEST OUTCOME IS DO NOT CALL IS LEFT OFF  *
004107*                     FOR GOOD, ONE ALREADY CALLED IS LEFT OFF   *
004108*                     UNTIL A FOLLOW-UP FALLS DUE (AT ONCE AFTER *
004109*                     A MESSAGE WITH NO DATE), AND A DUE         *
004110*                     FOLLOW-UP GOES BACK ON THE LIST OF THE     *
004111*                     GROUP THAT MADE THE CALL, MARKED           *
004112*                     FOLLOW-UP. EACH LIST'S COUNTS ARE APPENDED *
004113*                     TO CALLASGN FOR THE WEEKLY CALLRPT.        *
004200*****************************************************************
004300
004400 ENVIRONMENT DIVISION.
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-GROUP5-STATUS.
008100
008101     SELECT CALL-RSLT-FILE     ASSIGN TO "CALLRSLT"
008102         ORGANIZATION IS INDEXED
008103         ACCESS MODE IS DYNAMIC
008104         RECORD KEY IS CLR-KEY
008105         FILE STATUS IS WS-CALL-RSLT-STATUS.
008106
008107     SELECT CALL-ASGN-FILE     ASSIGN TO "CALLASGN"
008108         ORGANIZATION IS SEQUENTIAL
008109         FILE STATUS IS WS-CALL-ASGN-STATUS.
008110
008111     SELECT BAT-STAT-FILE      ASSIGN TO "BATSTAT"
008112         ORGANIZATION IS SEQUENTIAL
008113         FILE STATUS IS WS-BAT-STAT-STATUS.
008114
008200     SELECT EXCP-LOG-FILE      ASSIGN TO "EXCPLOG"
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS WS-EXCP-LOG-STATUS.
011300     RECORDING MODE IS F.
011400 01  GROUP5-LINE                 PIC X(80).
011500
011501 FD  CALL-RSLT-FILE.
011502 COPY CALLRSLT.
011503
011504 FD  CALL-ASGN-FILE
011505     RECORDING MODE IS F.
011506 COPY CALLASGN.
011507
011508 FD  BAT-STAT-FILE
011509     RECORDING MODE IS F.
011510 COPY BATSTAT.
011511
011600 FD  EXCP-LOG-FILE
011700     RECORDING MODE IS F.
011800 COPY EXCPLOG.
014500 01  WS-GROUP4-STATUS           PIC XX     VALUE ZEROES.
014600 01  WS-GROUP5-STATUS           PIC XX     VALUE ZEROES.
014700 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
014710 01  WS-BAT-STAT-STATUS         PIC XX     VALUE ZEROES.
014720 01  WS-CALL-RSLT-STATUS        PIC XX     VALUE ZEROES.
014730 01  WS-CALL-ASGN-STATUS        PIC XX     VALUE ZEROES.
014800 01  WS-LOG-DATE.
014900     05  WS-LOG-YEAR            PIC 9(02).
015000     05  WS-LOG-MONTH           PIC 9(02).
015100     05  WS-LOG-DAY             PIC 9(02).
015200 01  WS-LOG-TIME                PIC 9(08).
015201 01  WS-RUN-DATE.
015202     05  WS-RUN-YEAR            PIC 9(02).
015203     05  WS-RUN-MONTH           PIC 9(02).
015204     05  WS-RUN-DAY             PIC 9(02).
015205 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
015206                                PIC 9(06).
015207
015208*    THE CALLBACK HISTORY OF THE CUSTOMER BEING DEALT - THE
015209*    LATEST CALLRSLT ROW DECIDES WHETHER THEY ARE LISTED.
015210 01  WS-CALL-FIELDS.
015211     05  WS-CALL-RSLT-AVAIL-SW  PIC X      VALUE 'Y'.
015212         88  WS-CALL-RSLT-AVAIL     VALUE 'Y'.
015213     05  WS-MORE-RESULTS-SW     PIC X      VALUE 'Y'.
015214         88  NO-MORE-RESULTS        VALUE 'N'.
015215     05  WS-RESULT-FOUND-SW     PIC X      VALUE 'N'.
015216         88  WS-RESULT-FOUND        VALUE 'Y'.
015217     05  WS-LIST-SW             PIC X      VALUE 'Y'.
015218         88  WS-LIST-NEW            VALUE 'Y'.
015219         88  WS-LIST-FOLLOW-UP      VALUE 'F'.
015220         88  WS-LEAVE-OFF           VALUE 'N'.
015221     05  WS-LAST-OUTCOME        PIC X(01)  VALUE SPACE.
015222     05  WS-LAST-FOLLOW-UP      PIC 9(06)  VALUE ZEROES.
015223     05  WS-LAST-GROUP          PIC 9(01)  VALUE ZEROES.
015224     05  WS-DNC-COUNT           PIC 9(07)  VALUE ZEROES.
015225     05  WS-CLOSED-COUNT        PIC 9(07)  VALUE ZEROES.
015226     05  WS-HELD-COUNT          PIC 9(07)  VALUE ZEROES.
015227     05  WS-FOLLOW-UP-TOTAL     PIC 9(07)  VALUE ZEROES.
015228     05  WS-FOLLOW-UP-COUNT     PIC 9(07)  VALUE ZEROES
015229             OCCURS 5 TIMES.
015300
015400*    ONE ACCUMULATOR PER REMAINDER GROUP, SUBSCRIPT = REMAINDER
015500*    PLUS ONE.  GROUP 1 HOLDS REMAINDER 0 (THE OLD "EVEN" GROUP
019700     05  ASGN-SURNAME           PIC X(08).
019800     05  FILLER  PIC X(02) VALUE SPACES.
019900     05  ASGN-EMAIL             PIC X(36).
020000     05  FILLER  PIC X(02) VALUE SPACES.
020001     05  ASGN-CALL-TYPE         PIC X(09).
020002     05  FILLER  PIC X(04) VALUE SPACES.
020003
020004 01  RPT-CALLBACK-LINE.
020005     05  FILLER  PIC X(13) VALUE "DO NOT CALL: ".
020006     05  RPT-DNC-COUNT          PIC ZZZZZZ9.
020007     05  FILLER  PIC X(14) VALUE "  FOLLOW-UPS: ".
020008     05  RPT-FOLLOW-UP-TOTAL    PIC ZZZZZZ9.
020009     05  FILLER  PIC X(10) VALUE "  CALLED: ".
020010     05  RPT-CLOSED-COUNT       PIC ZZZZZZ9.
020011     05  FILLER  PIC X(11) VALUE "  NOT DUE: ".
020012     05  RPT-HELD-COUNT         PIC ZZZZZZ9.
020013     05  FILLER  PIC X(04) VALUE SPACES.
020100
020200 PROCEDURE DIVISION.
020300 MAIN-PARA.
020700     ELSE
020800         PERFORM 0900-RANGE-MODE THRU 0900-EXIT
020900     END-IF.
020910     PERFORM 8950-WRITE-BATCH-STATS THRU 8950-EXIT.
021000     STOP RUN.
021100
021200 0500-ACCEPT-OPTIONS.
034700*    CALLBACK MODE - THE LOYALTY IDS FROM THE CUSTOMER MASTER
034800*    ARE DEALT TO THE CLERKS BY LOYALTY-ID MOD N, ONE
034900*    ASSIGNMENT FILE PER REMAINDER GROUP.  INACTIVE CUSTOMERS
034910*    STAY OFF THE LISTS, AND SO DO CUSTOMERS WHOSE CALLBACK
034920*    RESULTS SAY NOT TO CALL THEM (4350).
035100 4000-CALLBACK-MODE.
035110     ACCEPT WS-RUN-DATE FROM DATE.
035200     PERFORM 4100-OPEN-CALLBACK-FILES THRU 4100-EXIT.
035300     PERFORM 4200-READ-CUST THRU 4200-EXIT.
035400     PERFORM 4300-SPLIT-ONE-CUST THRU 4300-EXIT
035700         VARYING WS-GROUP-SUB FROM 1 BY 1
035800         UNTIL WS-GROUP-SUB > WS-MODULUS.
035900     PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT.
035910     MOVE WS-DNC-COUNT TO RPT-DNC-COUNT.
035920     MOVE WS-FOLLOW-UP-TOTAL TO RPT-FOLLOW-UP-TOTAL.
035930     MOVE WS-CLOSED-COUNT TO RPT-CLOSED-COUNT.
035940     MOVE WS-HELD-COUNT TO RPT-HELD-COUNT.
035950     WRITE EVO-RPT-LINE FROM RPT-CALLBACK-LINE.
035960     DISPLAY RPT-CALLBACK-LINE.
035970     PERFORM 4950-WRITE-ASSIGN-COUNTS THRU 4950-EXIT.
036000     PERFORM 4900-CLOSE-CALLBACK-FILES THRU 4900-EXIT.
036100 4000-EXIT.
036200     EXIT.
037100         MOVE "Unable to open CUST-MAST-FILE for callbacks."
037200             TO EXCP-LOG-MESSAGE
037300         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
037301         STOP RUN
037302     END-IF.
037303*    NO RESULTS FILE YET MEANS NO ONE HAS BEEN CALLED.  ONE THAT
037304*    WILL NOT OPEN COULD HIDE A DO-NOT-CALL, SO NO LISTS ARE CUT.
037305     OPEN INPUT CALL-RSLT-FILE.
037306     IF WS-CALL-RSLT-STATUS = '05' OR '35'
037307         MOVE 'N' TO WS-CALL-RSLT-AVAIL-SW
037308     END-IF.
037309     IF WS-CALL-RSLT-AVAIL AND WS-CALL-RSLT-STATUS NOT = '00'
037310         DISPLAY "UNABLE TO OPEN CALL-RSLT-FILE - STATUS: "
037311             WS-CALL-RSLT-STATUS
037312         SET EXCP-SEV-ERROR TO TRUE
037313         MOVE "EVO003" TO EXCP-LOG-CODE
037314         MOVE "Unable to open CALL-RSLT-FILE - no callback lists."
037315             TO EXCP-LOG-MESSAGE
037316         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
037317         MOVE 8 TO RETURN-CODE
037400         STOP RUN
037500     END-IF.
037600     OPEN OUTPUT EVENODD-RPT-FILE.
039800
039900 4300-SPLIT-ONE-CUST.
040000     IF CUST-ACTIVE
040010         PERFORM 4350-CHECK-CALL-HISTORY THRU 4350-EXIT
040020     ELSE
040030         SET WS-LEAVE-OFF TO TRUE
041100     END-IF.
041110     IF NOT WS-LEAVE-OFF
041200         PERFORM 4310-ASSIGN-ONE-CUST THRU 4310-EXIT
041300     END-IF.
041400     PERFORM 4200-READ-CUST THRU 4200-EXIT.
041500 4300-EXIT.
041501     EXIT.
041502
041503*    A DUE FOLLOW-UP GOES BACK TO THE GROUP THAT MADE THE CALL,
041504*    PROVIDED THAT GROUP IS STILL BEING CUT TONIGHT.
041505 4310-ASSIGN-ONE-CUST.
041506     DIVIDE CUST-LOYALTY-ID BY WS-MODULUS
041507         GIVING QUO REMAINDER REM.
041508     ADD 1 TO REM GIVING WS-GROUP-SUB.
041509     IF WS-LIST-FOLLOW-UP
041510         IF WS-LAST-GROUP > ZERO
041511            AND WS-LAST-GROUP NOT > WS-MODULUS
041512             MOVE WS-LAST-GROUP TO WS-GROUP-SUB
041513         END-IF
041514         ADD 1 TO WS-FOLLOW-UP-COUNT (WS-GROUP-SUB)
041515         ADD 1 TO WS-FOLLOW-UP-TOTAL
041516     END-IF.
041517     ADD 1 TO GRP-COUNT (WS-GROUP-SUB).
041518     ADD CUST-LOYALTY-ID TO GRP-SUM (WS-GROUP-SUB).
041519     IF CUST-LOYALTY-ID < GRP-MIN (WS-GROUP-SUB)
041520         MOVE CUST-LOYALTY-ID TO GRP-MIN (WS-GROUP-SUB)
041521     END-IF.
041522     IF CUST-LOYALTY-ID > GRP-MAX (WS-GROUP-SUB)
041523         MOVE CUST-LOYALTY-ID TO GRP-MAX (WS-GROUP-SUB)
041524     END-IF.
041525     PERFORM 4400-WRITE-ASSIGNMENT THRU 4400-EXIT.
041526 4310-EXIT.
041527     EXIT.
041528
041529*    THE LATEST RESULT DECIDES: DO NOT CALL STAYS OFF FOR GOOD;
041530*    A FOLLOW-UP DATE RE-LISTS THE CUSTOMER ONCE IT IS DUE; A
041531*    MESSAGE LEFT WITH NO DATE IS TRIED AGAIN AT ONCE; ANY OTHER
041532*    OUTCOME WITH NO DATE CLOSES THE CALLBACK.
041533 4350-CHECK-CALL-HISTORY.
041534     SET WS-LIST-NEW TO TRUE.
041535     IF NOT WS-CALL-RSLT-AVAIL
041536         GO TO 4350-EXIT
041537     END-IF.
041538     MOVE 'N' TO WS-RESULT-FOUND-SW.
041539     MOVE CUST-LOYALTY-ID TO CLR-LOYALTY-ID.
041540     MOVE ZEROES TO CLR-CALL-DATE.
041541     START CALL-RSLT-FILE KEY IS NOT < CLR-KEY
041542         INVALID KEY
041543             GO TO 4350-EXIT
041544     END-START.
041545     MOVE 'Y' TO WS-MORE-RESULTS-SW.
041546     PERFORM 4360-READ-CUST-RESULT THRU 4360-EXIT
041547         UNTIL NO-MORE-RESULTS.
041548     IF NOT WS-RESULT-FOUND
041549         GO TO 4350-EXIT
041550     END-IF.
041551     EVALUATE TRUE
041552         WHEN WS-LAST-OUTCOME = 'D'
041553             SET WS-LEAVE-OFF TO TRUE
041554             ADD 1 TO WS-DNC-COUNT
041555         WHEN WS-LAST-FOLLOW-UP = ZEROES AND WS-LAST-OUTCOME = 'M'
041556             SET WS-LIST-FOLLOW-UP TO TRUE
041557         WHEN WS-LAST-FOLLOW-UP = ZEROES
041558             SET WS-LEAVE-OFF TO TRUE
041559             ADD 1 TO WS-CLOSED-COUNT
041560         WHEN WS-LAST-FOLLOW-UP > WS-RUN-DATE-NUM
041561             SET WS-LEAVE-OFF TO TRUE
041562             ADD 1 TO WS-HELD-COUNT
041563         WHEN OTHER
041564             SET WS-LIST-FOLLOW-UP TO TRUE
041565     END-EVALUATE.
041566 4350-EXIT.
041567     EXIT.
041568
041569 4360-READ-CUST-RESULT.
041570     READ CALL-RSLT-FILE NEXT RECORD
041571         AT END
041572             MOVE 'N' TO WS-MORE-RESULTS-SW
041573     END-READ.
041574     IF NO-MORE-RESULTS
041575         GO TO 4360-EXIT
041576     END-IF.
041577     IF CLR-LOYALTY-ID NOT = CUST-LOYALTY-ID
041578         MOVE 'N' TO WS-MORE-RESULTS-SW
041579         GO TO 4360-EXIT
041580     END-IF.
041581     MOVE 'Y' TO WS-RESULT-FOUND-SW.
041582     MOVE CLR-OUTCOME TO WS-LAST-OUTCOME.
041583     MOVE CLR-FOLLOW-UP-DATE TO WS-LAST-FOLLOW-UP.
041584     MOVE CLR-GROUP-NO TO WS-LAST-GROUP.
041585 4360-EXIT.
041600     EXIT.
041700
041800 4400-WRITE-ASSIGNMENT.
042000     MOVE CUST-GIVEN-NAME TO ASGN-GIVEN-NAME.
042100     MOVE CUST-SURNAME TO ASGN-SURNAME.
042200     MOVE CUST-EMAIL TO ASGN-EMAIL.
042210     IF WS-LIST-FOLLOW-UP
042220         MOVE "FOLLOW-UP" TO ASGN-CALL-TYPE
042230     ELSE
042240         MOVE SPACES TO ASGN-CALL-TYPE
042250     END-IF.
042300     EVALUATE WS-GROUP-SUB
042400         WHEN 1
042500             WRITE GROUP1-LINE FROM ASGN-DETAIL-LINE
043700
043800 4900-CLOSE-CALLBACK-FILES.
043900     CLOSE CUST-MAST-FILE.
043910     IF WS-CALL-RSLT-AVAIL
043920         CLOSE CALL-RSLT-FILE
043930     END-IF.
044000     CLOSE EVENODD-RPT-FILE.
044100     CLOSE GROUP1-FILE.
044200     CLOSE GROUP2-FILE.
045000         CLOSE GROUP5-FILE
045100     END-IF.
045200 4900-EXIT.
045201     EXIT.
045202
045203*    ONE CALLASGN ROW PER LIST CUT TONIGHT, FOR CALLRPT.  A FILE
045204*    THAT WILL NOT OPEN COSTS THE ROWS, NEVER THE STEP.
045205 4950-WRITE-ASSIGN-COUNTS.
045206     OPEN EXTEND CALL-ASGN-FILE.
045207     IF WS-CALL-ASGN-STATUS = '05' OR '35'
045208         OPEN OUTPUT CALL-ASGN-FILE
045209     END-IF.
045210     IF WS-CALL-ASGN-STATUS NOT = '00'
045211         DISPLAY "CALLBACK COUNTS NOT WRITTEN - STATUS: "
045212             WS-CALL-ASGN-STATUS
045213         SET EXCP-SEV-WARNING TO TRUE
045214         MOVE "EVO004" TO EXCP-LOG-CODE
045215         MOVE "Unable to open CALL-ASGN-FILE - counts not kept."
045216             TO EXCP-LOG-MESSAGE
045217         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
045218         GO TO 4950-EXIT
045219     END-IF.
045220     PERFORM 4960-WRITE-ONE-COUNT THRU 4960-EXIT
045221         VARYING WS-GROUP-SUB FROM 1 BY 1
045222         UNTIL WS-GROUP-SUB > WS-MODULUS.
045223     CLOSE CALL-ASGN-FILE.
045224 4950-EXIT.
045225     EXIT.
045226
045227 4960-WRITE-ONE-COUNT.
045228     MOVE SPACES TO CALL-ASSIGN-RECORD.
045229     MOVE WS-RUN-DATE TO CLA-LIST-DATE.
045230     MOVE WS-GROUP-SUB TO CLA-GROUP-NO.
045231     MOVE GRP-COUNT (WS-GROUP-SUB) TO CLA-LISTED.
045232     MOVE WS-FOLLOW-UP-COUNT (WS-GROUP-SUB) TO CLA-FOLLOW-UPS.
045233     WRITE CALL-ASSIGN-RECORD.
045234 4960-EXIT.
045235     EXIT.
045236
045237*    ONE ROW ON THE SHARED BATCH STATISTICS FILE FOR THE
045238*    MORNING OPERATIONS SUMMARY (BATSUMM).  A FILE THAT WILL NOT
045239*    OPEN COSTS THE ROW, NEVER THE STEP.
045240 8950-WRITE-BATCH-STATS.
045241     OPEN EXTEND BAT-STAT-FILE.
045242     IF WS-BAT-STAT-STATUS = '05' OR '35'
045243         OPEN OUTPUT BAT-STAT-FILE
045244     END-IF.
045245     IF WS-BAT-STAT-STATUS NOT = '00'
045246         DISPLAY "BATCH STATISTICS NOT WRITTEN - STATUS: "
045247             WS-BAT-STAT-STATUS
045248         GO TO 8950-EXIT
045249     END-IF.
045250     MOVE SPACES TO BATCH-STAT-RECORD.
045251     MOVE "EVENODD" TO BST-STEP-NAME.
045252     ACCEPT WS-LOG-DATE FROM DATE.
045253     MOVE WS-LOG-DATE TO BST-RUN-DATE.
045254     ACCEPT WS-LOG-TIME FROM TIME.
045255     MOVE WS-LOG-TIME (1:6) TO BST-TIME.
045256     MOVE RETURN-CODE TO BST-RETURN-CODE.
045257     MOVE ZEROES TO BST-RECS-READ.
045258     MOVE ZEROES TO BST-RECS-WRITTEN.
045259     MOVE ZEROES TO BST-RECS-REJECTED.
045260     MOVE ZEROES TO BST-CONTROL-COUNT.
045261     MOVE ZEROES TO BST-AMOUNT-1.
045262     MOVE ZEROES TO BST-AMOUNT-2.
045263     ADD GRP-COUNT (1) GRP-COUNT (2) GRP-COUNT (3)
045264         GRP-COUNT (4) GRP-COUNT (5) TO BST-RECS-READ.
045265     MOVE BST-RECS-READ TO BST-RECS-WRITTEN.
045266     MOVE BST-RECS-READ TO BST-CONTROL-COUNT.
045267     WRITE BATCH-STAT-RECORD.
045268     CLOSE BAT-STAT-FILE.
045269 8950-EXIT.
045300     EXIT.
045400
045500 8900-LOG-EXCEPTION.
